000100*----------------------------------------------------------------*00010000
000200*         ADVENT OF CODE - LEGAL AND AUDIT HOLD REGISTER         *00020000
000300*----------------------------------------------------------------*00030000
000400* HOUSEKEEPING TRIMS AOCD1TRD, AOCD2TRD, AOCD2LDR AND AOCDHST    *00040000
000480* ON RETENTION ALONE, AND THE SEASON CLOSE EMPTIES AOCD2LDR      *00048000
000560* AND AOCD2H2H, SO DATA UNDER AUDIT REVIEW COULD BE ARCHIVED     *00056000
000640* OUT FROM UNDER THE AUDITORS. HOLDS ARE PLACED AND RELEASED     *00064000
000720* HERE FROM AOCDHLDC CARDS - FILE, DATE RANGE, HOLD REFERENCE    *00072000
000800* AND WHO PLACED IT - AND KEPT ON AOCDHOLD, WHICH AOCDHSKP AND   *00080000
000880* AOCD2PGK READ BEFORE THEY MOVE A RECORD. EVERY RUN PRINTS      *00088000
000960* THE REGISTER OF ACTIVE HOLDS WITH THE DAYS EACH HAS BEEN IN    *00096000
001100* PLACE. RELEASING A HOLD NEEDS AN OPERATOR AUTHORIZED FOR       *00110000
001200* AOCDHOLD ON AOCDOPER; PLACING ONE DOES NOT - A HOLD ONLY       *00120000
001300* EVER KEEPS DATA BACK                                           *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCDHOLD.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* HOLD CARDS - ACTION (P PLACE, R RELEASE), FILE, FROM AND TO    *00230000
002400* DATE, HOLD REFERENCE, AND THE PERSON PLACING THE HOLD          *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT CRD-FILE    ASSIGN TO AOCDHLDC                        00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS CRD-FILE-STATUS.                       00290000
003000                                                                  00300000
003100     SELECT HOLD-FILE   ASSIGN TO AOCDHOLD                        00310000
003200        ORGANIZATION    IS SEQUENTIAL                             00320000
003300         ACCESS MODE    IS SEQUENTIAL                             00330000
003400         FILE STATUS    IS HOLD-FILE-STATUS.                      00340000
003500                                                                  00350000
003600*----------------------------------------------------------------*00360000
003700* MAINTENANCE LISTING - EVERY CARD'S DISPOSITION                 *00370000
003800*----------------------------------------------------------------*00380000
003900     SELECT HLL-RPT     ASSIGN TO AOCDHLDL                        00390000
004000        ORGANIZATION    IS SEQUENTIAL                             00400000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS HLL-FILE-STATUS.                       00420000
004300                                                                  00430000
004400*----------------------------------------------------------------*00440000
004500* HOLD REGISTER - ONE LINE PER ACTIVE HOLD                       *00450000
004600*----------------------------------------------------------------*00460000
004700     SELECT REG-RPT     ASSIGN TO AOCDHREG                        00470000
004800        ORGANIZATION    IS SEQUENTIAL                             00480000
004900         ACCESS MODE    IS SEQUENTIAL                             00490000
005000         FILE STATUS    IS REG-FILE-STATUS.                       00500000
005100                                                                  00510000
005200*----------------------------------------------------------------*00520000
005300*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00530000
005400*----------------------------------------------------------------*00540000
005500     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00550000
005600        ORGANIZATION    IS SEQUENTIAL                             00560000
005700         ACCESS MODE    IS SEQUENTIAL                             00570000
005800         FILE STATUS    IS HIST-FILE-STATUS.                      00580000
005900                                                                  00590000
006000 DATA DIVISION.                                                   00600000
006100 FILE SECTION.                                                    00610000
006200 FD  CRD-FILE.                                                    00620000
006300 01  CRD-REC.                                                     00630000
006400     05 CRD-ACTION      PIC X(01).                                00640000
006500        88 CRD-PLACE                   VALUE 'P'.                 00650000
006600        88 CRD-RELEASE                 VALUE 'R'.                 00660000
006700     05 FILLER          PIC X(01).                                00670000
006800     05 CRD-HLD-FILE    PIC X(08).                                00680000
006900     05 FILLER          PIC X(01).                                00690000
007000     05 CRD-FROM-DATE   PIC X(08).                                00700000
007100     05 FILLER          PIC X(01).                                00710000
007200     05 CRD-TO-DATE     PIC X(08).                                00720000
007300     05 FILLER          PIC X(01).                                00730000
007400     05 CRD-REF         PIC X(12).                                00740000
007500     05 FILLER          PIC X(01).                                00750000
007600     05 CRD-PLACED-BY   PIC X(08).                                00760000
007700     05 FILLER          PIC X(30).                                00770000
007800                                                                  00780000
007900 FD  HOLD-FILE.                                                   00790000
008000     COPY AOCDHLD.                                                00800000
008100                                                                  00810000
008200 FD  HLL-RPT.                                                     00820000
008300 01  HLL-REC.                                                     00830000
008400     05 HLL-ACTION      PIC X(01).                                00840000
008500     05 FILLER          PIC X(02).                                00850000
008600     05 HLL-FILE        PIC X(08).                                00860000
008700     05 FILLER          PIC X(02).                                00870000
008800     05 HLL-REF         PIC X(12).                                00880000
008900     05 FILLER          PIC X(02).                                00890000
009000     05 HLL-STATUS      PIC X(08).                                00900000
009100     05 FILLER          PIC X(02).                                00910000
009200     05 HLL-REASON      PIC X(30).                                00920000
009300     05 FILLER          PIC X(13).                                00930000
009400                                                                  00940000
009500 FD  REG-RPT.                                                     00950000
009600 01  REG-REC.                                                     00960000
009700     05 REG-FILE        PIC X(08).                                00970000
009800     05 FILLER          PIC X(02).                                00980000
009900     05 REG-REF         PIC X(12).                                00990000
010000     05 FILLER          PIC X(02).                                01000000
010100     05 REG-FROM-DATE   PIC 9(08).                                01010000
010200     05 FILLER          PIC X(02).                                01020000
010300     05 REG-TO-DATE     PIC 9(08).                                01030000
010400     05 FILLER          PIC X(02).                                01040000
010500     05 REG-PLACED-BY   PIC X(08).                                01050000
010600     05 FILLER          PIC X(02).                                01060000
010700     05 REG-PLACED-DATE PIC 9(08).                                01070000
010800     05 FILLER          PIC X(02).                                01080000
010900     05 REG-DAYS        PIC 9(05).                                01090000
011000     05 FILLER          PIC X(11).                                01100000
011100                                                                  01110000
011200 FD  AUD-HIST                                                     01120000
011300     DATA RECORD IS AUD-HIST-REC.                                 01130000
011400 01  AUD-HIST-REC.                                                01140000
011500     05 HIST-DATE            PIC 9(08).                           01150000
011600     05 FILLER               PIC X(02).                           01160000
011700     05 HIST-TIME            PIC 9(06).                           01170000
011800     05 FILLER               PIC X(02).                           01180000
011900     05 HIST-PGM             PIC X(08).                           01190000
012000     05 FILLER               PIC X(02).                           01200000
012100     05 HIST-OUTPUT          PIC X(40).                           01210000
012101     05 FILLER               PIC X(02).                           01210100
012102     05 HIST-VERSION         PIC X(08).                           01210200
012200                                                                  01220000
012300 WORKING-STORAGE SECTION.                                         01230000
012400 01  WS-WORK-FIELDS.                                              01240000
012500     05 WS-I              PIC 9(04)   VALUE ZEROES.               01250000
012600     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01260000
012700     05 WS-PLACED-CNT     PIC 9(04)   VALUE ZEROES.               01270000
012800     05 WS-RELEASED-CNT   PIC 9(04)   VALUE ZEROES.               01280000
012900     05 WS-REJECT-CNT     PIC 9(04)   VALUE ZEROES.               01290000
013000     05 WS-ACTIVE-CNT     PIC 9(04)   VALUE ZEROES.               01300000
013100     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               01310000
013200     05 WS-TODAY-INT      PIC 9(08)   VALUE ZEROES.               01320000
013300     05 WS-PLACED-INT     PIC 9(08)   VALUE ZEROES.               01330000
013400     05 WS-REASON         PIC X(30)   VALUE SPACES.               01340000
013500                                                                  01350000
013600*----------------------------------------------------------------*01360000
013700* THE HOLD FILE IN STORAGE - RELEASED HOLDS INCLUDED, SINCE      *01370000
013800* THEY ARE WRITTEN BACK AS THE TRAIL                             *01380000
013900*----------------------------------------------------------------*01390000
014000 01  WS-HLD-FIELDS.                                               01400000
014100     05 WS-HLD-CNT        PIC 9(04)   VALUE ZEROES.               01410000
014200     05 WS-MAX-HLDS       PIC 9(04)   VALUE 500.                  01420000
014300 01  WS-HLD-TABLE.                                                01430000
014400     05 WS-HLD-ENTRY      OCCURS 500 TIMES.                       01440000
014500        10 WS-HLD-FILE    PIC X(08).                              01450000
014600        10 WS-HLD-FROM    PIC 9(08).                              01460000
014700        10 WS-HLD-TO      PIC 9(08).                              01470000
014800        10 WS-HLD-REF     PIC X(12).                              01480000
014900        10 WS-HLD-BY      PIC X(08).                              01490000
015000        10 WS-HLD-ON      PIC 9(08).                              01500000
015100        10 WS-HLD-STAT    PIC X(01).                              01510000
015200        10 WS-HLD-REL-BY  PIC X(08).                              01520000
015300        10 WS-HLD-REL-ON  PIC 9(08).                              01530000
015400                                                                  01540000
015500*----------------------------------------------------------------*01550000
015600* THE FILES HOUSEKEEPING TRIMS, AND AOCD2H2H WHICH THE SEASON    *01560000
015650* CLOSE EMPTIES - THE ONLY FILES A HOLD CAN NAME                 *01565000
015700*----------------------------------------------------------------*01570000
015800 01  WS-HOLDABLE-LIST.                                            01580000
015900     05 FILLER          PIC X(08)   VALUE 'AOCD1TRD'.             01590000
016000     05 FILLER          PIC X(08)   VALUE 'AOCD2TRD'.             01600000
016100     05 FILLER          PIC X(08)   VALUE 'AOCD2LDR'.             01610000
016200     05 FILLER          PIC X(08)   VALUE 'AOCDHST '.             01620000
016250     05 FILLER          PIC X(08)   VALUE 'AOCD2H2H'.             01625000
016300 01  WS-HOLDABLE-TABLE REDEFINES WS-HOLDABLE-LIST.                01630000
016400     05 WS-HOLDABLE-FILE  PIC X(08) OCCURS 5 TIMES.               01640000
016500                                                                  01650000
016600 01  WS-SWITCHES.                                                 01660000
016700     05 CRD-FILE-STATUS   PIC X(02)   VALUE SPACES.               01670000
016800        88 CRD-SUCCESS    VALUE '00'.                             01680000
016900        88 CRD-EOF        VALUE '10'.                             01690000
017000     05 HOLD-FILE-STATUS  PIC X(02)   VALUE SPACES.               01700000
017100        88 HOLD-SUCCESS   VALUE '00'.                             01710000
017200        88 HOLD-EOF       VALUE '10'.                             01720000
017300     05 HLL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01730000
017400        88 HLL-SUCCESS    VALUE '00'.                             01740000
017500     05 REG-FILE-STATUS   PIC X(02)   VALUE SPACES.               01750000
017600        88 REG-SUCCESS    VALUE '00'.                             01760000
017700     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01770000
017800        88 HIST-SUCCESS   VALUE '00'.                             01780000
017900     05 WS-AUTH-SW        PIC X(01)   VALUE SPACES.               01790000
018000        88 WS-AUTH-CHECKED             VALUE 'Y' 'N'.             01800000
018100        88 WS-RELEASE-AUTHORIZED       VALUE 'Y'.                 01810000
018200                                                                  01820000
018300 01  WS-HIST-FIELDS.                                              01830000
018400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01840000
018500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01850000
018600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01860000
018601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01860100
018700                                                                  01870000
018800*----------------------------------------------------------------*01880000
018900*  OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE   *01890000
019000*  AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE      *01900000
019100*----------------------------------------------------------------*01910000
019200 01  WS-OPCHK-AREA.                                               01920000
019300     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               01930000
019400     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  01940000
019500     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               01950000
019600     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               01960000
019700                                                                  01970000
019800 PROCEDURE DIVISION.                                              01980000
019900                                                                  01990000
020000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02000000
020100     PERFORM 0500-LOAD-HOLDS           THRU 0500-EXIT.            02010000
020200     PERFORM 1000-APPLY-CARDS          THRU 1000-EXIT.            02020000
020300     IF WS-PLACED-CNT > ZEROES OR WS-RELEASED-CNT > ZEROES        02030000
020400        PERFORM 3000-REWRITE-HOLDS     THRU 3000-EXIT             02040000
020500     END-IF.                                                      02050000
020600     PERFORM 4000-WRITE-REGISTER       THRU 4000-EXIT.            02060000
020700     DISPLAY 'HOLDS PLACED: ' WS-PLACED-CNT                       02070000
020800             ' RELEASED: ' WS-RELEASED-CNT                        02080000
020900             ' REJECTED: ' WS-REJECT-CNT                          02090000
021000             ' ACTIVE: ' WS-ACTIVE-CNT.                           02100000
021100     STRING 'HOLD PLACED ' DELIMITED BY SIZE                      02110000
021200        WS-PLACED-CNT DELIMITED BY SIZE                           02120000
021300        ' RELEASED ' DELIMITED BY SIZE                            02130000
021400        WS-RELEASED-CNT DELIMITED BY SIZE                         02140000
021500        ' REJ ' DELIMITED BY SIZE                                 02150000
021600        WS-REJECT-CNT DELIMITED BY SIZE                           02160000
021700        INTO WS-HIST-MSG.                                         02170000
021800     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02180000
021900     GOBACK.                                                      02190000
022000                                                                  02200000
022100 0500-LOAD-HOLDS.                                                 02210000
022200     OPEN INPUT HOLD-FILE.                                        02220000
022300     IF HOLD-SUCCESS                                              02230000
022400        PERFORM UNTIL HOLD-EOF                                    02240000
022500           READ HOLD-FILE                                         02250000
022600                AT END                                            02260000
022700                   SET HOLD-EOF TO TRUE                           02270000
022800                NOT AT END                                        02280000
022900                   PERFORM 0510-STORE-HOLD  THRU 0510-EXIT        02290000
023000           END-READ                                               02300000
023100        END-PERFORM                                               02310000
023200        CLOSE HOLD-FILE                                           02320000
023300     ELSE                                                         02330000
023400        DISPLAY 'NO HOLD FILE YET - STARTING EMPTY'               02340000
023500     END-IF.                                                      02350000
023600 0500-EXIT.                                                       02360000
023700     EXIT.                                                        02370000
023800                                                                  02380000
023900 0510-STORE-HOLD.                                                 02390000
024000     IF WS-HLD-CNT NOT < WS-MAX-HLDS                              02400000
024100        DISPLAY 'HOLD CAPACITY (500) EXCEEDED - '                 02410000
024200                HLD-REF ' NOT LOADED'                             02420000
024300        GO TO 0510-EXIT                                           02430000
024400     END-IF.                                                      02440000
024500     ADD 1                    TO WS-HLD-CNT.                      02450000
024600     MOVE HLD-FILE            TO WS-HLD-FILE(WS-HLD-CNT).         02460000
024700     MOVE HLD-FROM-DATE       TO WS-HLD-FROM(WS-HLD-CNT).         02470000
024800     MOVE HLD-TO-DATE         TO WS-HLD-TO(WS-HLD-CNT).           02480000
024900     MOVE HLD-REF             TO WS-HLD-REF(WS-HLD-CNT).          02490000
025000     MOVE HLD-PLACED-BY       TO WS-HLD-BY(WS-HLD-CNT).           02500000
025100     MOVE HLD-PLACED-DATE     TO WS-HLD-ON(WS-HLD-CNT).           02510000
025200     MOVE HLD-STATUS          TO WS-HLD-STAT(WS-HLD-CNT).         02520000
025300     MOVE HLD-REL-BY          TO WS-HLD-REL-BY(WS-HLD-CNT).       02530000
025400     MOVE HLD-REL-DATE        TO WS-HLD-REL-ON(WS-HLD-CNT).       02540000
025500 0510-EXIT.                                                       02550000
025600     EXIT.                                                        02560000
025700                                                                  02570000
025800 1000-APPLY-CARDS.                                                02580000
025900     OPEN INPUT CRD-FILE.                                         02590000
026000     IF NOT CRD-SUCCESS                                           02600000
026100        DISPLAY 'NO HOLD CARDS - REGISTER ONLY'                   02610000
026200        GO TO 1000-EXIT                                           02620000
026300     END-IF.                                                      02630000
026400     OPEN OUTPUT HLL-RPT.                                         02640000
026500     PERFORM UNTIL CRD-EOF                                        02650000
026600        READ CRD-FILE                                             02660000
026700             AT END                                               02670000
026800                SET CRD-EOF TO TRUE                               02680000
026900             NOT AT END                                           02690000
027000                PERFORM 2000-APPLY-ONE-CARD  THRU 2000-EXIT       02700000
027100        END-READ                                                  02710000
027200     END-PERFORM.                                                 02720000
027300     CLOSE CRD-FILE.                                              02730000
027400     CLOSE HLL-RPT.                                               02740000
027500 1000-EXIT.                                                       02750000
027600     EXIT.                                                        02760000
027700                                                                  02770000
027800 2000-APPLY-ONE-CARD.                                             02780000
027900     INITIALIZE               HLL-REC.                            02790000
028000     MOVE SPACES              TO WS-REASON.                       02800000
028100     MOVE CRD-ACTION          TO HLL-ACTION.                      02810000
028200     MOVE CRD-HLD-FILE        TO HLL-FILE.                        02820000
028300     MOVE CRD-REF             TO HLL-REF.                         02830000
028400     EVALUATE TRUE                                                02840000
028500        WHEN CRD-PLACE                                            02850000
028600           PERFORM 2100-PLACE-HOLD      THRU 2100-EXIT            02860000
028700        WHEN CRD-RELEASE                                          02870000
028800           PERFORM 2200-RELEASE-HOLD    THRU 2200-EXIT            02880000
028900        WHEN OTHER                                                02890000
029000           MOVE 'ACTION NOT P OR R'     TO WS-REASON              02900000
029100     END-EVALUATE.                                                02910000
029200     IF WS-REASON NOT = SPACES                                    02920000
029300        ADD 1                 TO WS-REJECT-CNT                    02930000
029400        MOVE 'REJECTED'       TO HLL-STATUS                       02940000
029500        MOVE WS-REASON        TO HLL-REASON                       02950000
029600        DISPLAY 'HOLD CARD REJECTED - ' WS-REASON ': ' CRD-REC    02960000
029700     END-IF.                                                      02970000
029800     WRITE HLL-REC.                                               02980000
029900 2000-EXIT.                                                       02990000
030000     EXIT.                                                        03000000
030100                                                                  03010000
030200 2100-PLACE-HOLD.                                                 03020000
030300*----------------------------------------------------------------*03030000
030400* A NEW HOLD NEEDS A HOLDABLE FILE, A VALID DATE RANGE, A        *03040000
030500* REFERENCE NOT ALREADY ACTIVE, AND A NAME AGAINST IT            *03050000
030600*----------------------------------------------------------------*03060000
030700     MOVE ZEROES              TO WS-SLOT.                         03070000
030800     PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5              03080000
030900        IF WS-HOLDABLE-FILE(WS-I) = CRD-HLD-FILE                  03090000
031000           MOVE WS-I             TO WS-SLOT                       03100000
031100        END-IF                                                    03110000
031200     END-PERFORM.                                                 03120000
031300     IF WS-SLOT = ZEROES                                          03130000
031400        MOVE 'FILE NOT HOLDABLE'     TO WS-REASON                 03140000
031500        GO TO 2100-EXIT                                           03150000
031600     END-IF.                                                      03160000
031700     IF CRD-FROM-DATE NOT NUMERIC OR CRD-TO-DATE NOT NUMERIC      03170000
031800        OR CRD-FROM-DATE > CRD-TO-DATE                            03180000
031900        MOVE 'DATE RANGE INVALID'    TO WS-REASON                 03190000
032000        GO TO 2100-EXIT                                           03200000
032100     END-IF.                                                      03210000
032200     IF CRD-REF = SPACES OR CRD-PLACED-BY = SPACES                03220000
032300        MOVE 'REFERENCE OR PLACED-BY BLANK'                       03230000
032400                                     TO WS-REASON                 03240000
032500        GO TO 2100-EXIT                                           03250000
032600     END-IF.                                                      03260000
032700     PERFORM VARYING WS-I FROM 1 BY 1                             03270000
032800               UNTIL WS-I > WS-HLD-CNT                            03280000
032900        IF WS-HLD-REF(WS-I) = CRD-REF                             03290000
033000           AND WS-HLD-STAT(WS-I) = 'A'                            03300000
033100           MOVE 'HOLD REFERENCE ALREADY ACTIVE'                   03310000
033200                                     TO WS-REASON                 03320000
033300        END-IF                                                    03330000
033400     END-PERFORM.                                                 03340000
033500     IF WS-REASON NOT = SPACES                                    03350000
033600        GO TO 2100-EXIT                                           03360000
033700     END-IF.                                                      03370000
033800     IF WS-HLD-CNT NOT < WS-MAX-HLDS                              03380000
033900        MOVE 'HOLD CAPACITY (500) EXCEEDED'                       03390000
034000                                     TO WS-REASON                 03400000
034100        GO TO 2100-EXIT                                           03410000
034200     END-IF.                                                      03420000
034300     ADD 1                    TO WS-HLD-CNT.                      03430000
034400     MOVE CRD-HLD-FILE        TO WS-HLD-FILE(WS-HLD-CNT).         03440000
034500     MOVE CRD-FROM-DATE       TO WS-HLD-FROM(WS-HLD-CNT).         03450000
034600     MOVE CRD-TO-DATE         TO WS-HLD-TO(WS-HLD-CNT).           03460000
034700     MOVE CRD-REF             TO WS-HLD-REF(WS-HLD-CNT).          03470000
034800     MOVE CRD-PLACED-BY       TO WS-HLD-BY(WS-HLD-CNT).           03480000
034900     MOVE WS-TODAY            TO WS-HLD-ON(WS-HLD-CNT).           03490000
035000     MOVE 'A'                 TO WS-HLD-STAT(WS-HLD-CNT).         03500000
035100     MOVE SPACES              TO WS-HLD-REL-BY(WS-HLD-CNT).       03510000
035200     MOVE ZEROES              TO WS-HLD-REL-ON(WS-HLD-CNT).       03520000
035300     ADD 1                    TO WS-PLACED-CNT.                   03530000
035400     MOVE 'PLACED'            TO HLL-STATUS.                      03540000
035500 2100-EXIT.                                                       03550000
035600     EXIT.                                                        03560000
035700                                                                  03570000
035800 2200-RELEASE-HOLD.                                               03580000
035900*----------------------------------------------------------------*03590000
036000* A RELEASE NAMES THE HOLD BY REFERENCE (AND FILE, IF GIVEN).    *03600000
036100* THE OPERATOR-ID CARD IS CHECKED ONCE, ON THE FIRST RELEASE     *03610000
036200* CARD, AND THE VERDICT HOLDS FOR THE REST OF THE RUN            *03620000
036300*----------------------------------------------------------------*03630000
036400     IF NOT WS-AUTH-CHECKED                                       03640000
036500        MOVE 'AOCDHOLD'          TO WS-OPCHK-PGM                  03650000
036600        CALL 'AOCDOPCK' USING WS-OPCHK-AREA                       03660000
036700        MOVE WS-OPCHK-RESULT     TO WS-AUTH-SW                    03670000
036800        IF NOT WS-RELEASE-AUTHORIZED                              03680000
036900           MOVE 'N'              TO WS-AUTH-SW                    03690000
037000           DISPLAY 'HOLD RELEASES REFUSED - OPERATOR NOT '        03700000
037100                   'AUTHORIZED FOR AOCDHOLD'                      03710000
037200        END-IF                                                    03720000
037300     END-IF.                                                      03730000
037400     IF NOT WS-RELEASE-AUTHORIZED                                 03740000
037500        MOVE 'RELEASE NOT AUTHORIZED'    TO WS-REASON             03750000
037600        GO TO 2200-EXIT                                           03760000
037700     END-IF.                                                      03770000
037800     MOVE ZEROES              TO WS-SLOT.                         03780000
037900     PERFORM VARYING WS-I FROM 1 BY 1                             03790000
038000               UNTIL WS-I > WS-HLD-CNT                            03800000
038100                  OR WS-SLOT > ZEROES                             03810000
038200        IF WS-HLD-REF(WS-I) = CRD-REF                             03820000
038300           AND WS-HLD-STAT(WS-I) = 'A'                            03830000
038400           AND (CRD-HLD-FILE = SPACES                             03840000
038500             OR CRD-HLD-FILE = WS-HLD-FILE(WS-I))                 03850000
038600           MOVE WS-I             TO WS-SLOT                       03860000
038700        END-IF                                                    03870000
038800     END-PERFORM.                                                 03880000
038900     IF WS-SLOT = ZEROES                                          03890000
039000        MOVE 'NO ACTIVE HOLD FOR REFERENCE'                       03900000
039100                                     TO WS-REASON                 03910000
039200        GO TO 2200-EXIT                                           03920000
039300     END-IF.                                                      03930000
039400     MOVE 'R'                 TO WS-HLD-STAT(WS-SLOT).            03940000
039500     MOVE WS-OPCHK-OPER       TO WS-HLD-REL-BY(WS-SLOT).          03950000
039600     MOVE WS-TODAY            TO WS-HLD-REL-ON(WS-SLOT).          03960000
039700     MOVE WS-HLD-FILE(WS-SLOT) TO HLL-FILE.                       03970000
039800     ADD 1                    TO WS-RELEASED-CNT.                 03980000
039900     MOVE 'RELEASED'          TO HLL-STATUS.                      03990000
040000 2200-EXIT.                                                       04000000
040100     EXIT.                                                        04010000
040200                                                                  04020000
040300 3000-REWRITE-HOLDS.                                              04030000
040400     OPEN OUTPUT HOLD-FILE.                                       04040000
040500     PERFORM VARYING WS-I FROM 1 BY 1                             04050000
040600               UNTIL WS-I > WS-HLD-CNT                            04060000
040700        INITIALIZE            HOLD-REC                            04070000
040800        MOVE WS-HLD-FILE(WS-I)    TO HLD-FILE                     04080000
040900        MOVE WS-HLD-FROM(WS-I)    TO HLD-FROM-DATE                04090000
041000        MOVE WS-HLD-TO(WS-I)      TO HLD-TO-DATE                  04100000
041100        MOVE WS-HLD-REF(WS-I)     TO HLD-REF                      04110000
041200        MOVE WS-HLD-BY(WS-I)      TO HLD-PLACED-BY                04120000
041300        MOVE WS-HLD-ON(WS-I)      TO HLD-PLACED-DATE              04130000
041400        MOVE WS-HLD-STAT(WS-I)    TO HLD-STATUS                   04140000
041500        MOVE WS-HLD-REL-BY(WS-I)  TO HLD-REL-BY                   04150000
041600        MOVE WS-HLD-REL-ON(WS-I)  TO HLD-REL-DATE                 04160000
041700        WRITE HOLD-REC                                            04170000
041800     END-PERFORM.                                                 04180000
041900     CLOSE HOLD-FILE.                                             04190000
042000 3000-EXIT.                                                       04200000
042100     EXIT.                                                        04210000
042200                                                                  04220000
042300 4000-WRITE-REGISTER.                                             04230000
042400*----------------------------------------------------------------*04240000
042500* THE REGISTER - EVERY ACTIVE HOLD AND THE DAYS IT HAS BEEN IN   *04250000
042600* PLACE, COUNTED FROM THE DATE IT WAS PLACED TO TODAY            *04260000
042700*----------------------------------------------------------------*04270000
042800     OPEN OUTPUT REG-RPT.                                         04280000
042900     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).   04290000
043000     PERFORM VARYING WS-I FROM 1 BY 1                             04300000
043100               UNTIL WS-I > WS-HLD-CNT                            04310000
043200        IF WS-HLD-STAT(WS-I) = 'A'                                04320000
043300           ADD 1                  TO WS-ACTIVE-CNT                04330000
043400           INITIALIZE             REG-REC                         04340000
043500           MOVE WS-HLD-FILE(WS-I) TO REG-FILE                     04350000
043600           MOVE WS-HLD-REF(WS-I)  TO REG-REF                      04360000
043700           MOVE WS-HLD-FROM(WS-I) TO REG-FROM-DATE                04370000
043800           MOVE WS-HLD-TO(WS-I)   TO REG-TO-DATE                  04380000
043900           MOVE WS-HLD-BY(WS-I)   TO REG-PLACED-BY                04390000
044000           MOVE WS-HLD-ON(WS-I)   TO REG-PLACED-DATE              04400000
044100           IF WS-HLD-ON(WS-I) > ZEROES                            04410000
044200              AND WS-HLD-ON(WS-I) NOT > WS-TODAY                  04420000
044300              COMPUTE WS-PLACED-INT =                             04430000
044400                      FUNCTION INTEGER-OF-DATE(WS-HLD-ON(WS-I))   04440000
044500              COMPUTE REG-DAYS = WS-TODAY-INT - WS-PLACED-INT     04450000
044600           END-IF                                                 04460000
044700           WRITE REG-REC                                          04470000
044800        END-IF                                                    04480000
044900     END-PERFORM.                                                 04490000
045000     CLOSE REG-RPT.                                               04500000
045100 4000-EXIT.                                                       04510000
045200     EXIT.                                                        04520000
045300                                                                  04530000
045400*----------------------------------------------------------------*04540000
045500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04550000
045600*----------------------------------------------------------------*04560000
045700 9800-WRITE-AUDIT-HIST.                                           04570000
045800     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04580000
045900     ACCEPT WS-HIST-TIME FROM TIME.                               04590000
046000     OPEN EXTEND AUD-HIST.                                        04600000
046100     INITIALIZE AUD-HIST-REC.                                     04610000
046200     MOVE WS-HIST-DATE          TO HIST-DATE.                     04620000
046300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04630000
046400     MOVE 'AOCDHOLD'            TO HIST-PGM.                      04640000
046401     MOVE WS-HIST-VER           TO HIST-VERSION.                  04640100
046500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04650000
046600     WRITE AUD-HIST-REC.                                          04660000
046700     CLOSE AUD-HIST.                                              04670000
046800 9800-EXIT.                                                       04680000
046900     EXIT.                                                        04690000
