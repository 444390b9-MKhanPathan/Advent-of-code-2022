000100*----------------------------------------------------------------*00010000
000200*         ADVENT OF CODE - MORNING SIGN-OFF RELEASE GATE         *00020000
000300*----------------------------------------------------------------*00030000
000400*  AOCDDIST USED TO SEND THE NIGHT'S REPORTS STRAIGHT TO         *00040000
000500*  LOGISTICS AND PURCHASING, EVEN ON NIGHTS THE OPERATIONS       *00050000
000600*  ANALYST WOULD HAVE HELD BACK. IT NOW STAGES EVERY MANIFEST    *00060000
000700*  ROW HELD ON AOCDRGAT UNDER THE SUITE RUN ID, AND NOTHING IS   *00070000
000800*  RELEASED UNTIL THIS STEP PROCESSES A SIGN-OFF CARD NAMING THE *00080000
000900*  RUN AND THE OPERATOR. A CARD RELEASES EVERYTHING STILL HELD   *00090000
001000*  FOR THE RUN, WITHHOLDS ONE REPORT DD WITH A REASON, OR        *00100000
001100*  RELEASES ONE REPORT DD - SO A REPORT WITHHELD THIS MORNING    *00110000
001200*  GOES OUT ON A LATER CARD WITHOUT RERUNNING THE SUITE. THE     *00120000
001300*  AOCDDMAN MANIFEST IS REWRITTEN FOR EVERY RUN SIGNED, WITH     *00130000
001400*  EACH RECIPIENT'S RELEASED, WITHHELD OR HELD STATUS            *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCDRGAT.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* SIGN-OFF CARDS - RUN ID, OPERATOR, ACTION (A RELEASE ALL, W    *00240000
002500* WITHHOLD A REPORT DD, R RELEASE A REPORT DD), DD AND REASON    *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT SGN-FILE    ASSIGN TO AOCDSGNC                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS SGN-FILE-STATUS.                       00300000
003100                                                                  00310000
003200     SELECT RGT-FILE    ASSIGN TO AOCDRGAT                        00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS RGT-FILE-STATUS.                       00350000
003600                                                                  00360000
003700*----------------------------------------------------------------*00370000
003800* SIGN-OFF LISTING - EVERY CARD'S DISPOSITION                    *00380000
003900*----------------------------------------------------------------*00390000
004000     SELECT SGL-RPT     ASSIGN TO AOCDSGNL                        00400000
004100        ORGANIZATION    IS SEQUENTIAL                             00410000
004200         ACCESS MODE    IS SEQUENTIAL                             00420000
004300         FILE STATUS    IS SGL-FILE-STATUS.                       00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* PER-RECIPIENT MANIFEST, REWRITTEN WITH THE RELEASE STATUS      *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT MAN-RPT     ASSIGN TO AOCDDMAN                        00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS MAN-FILE-STATUS.                       00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400*   SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN      *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS HIST-FILE-STATUS.                      00590000
006000                                                                  00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300 FD  SGN-FILE.                                                    00630000
006400 01  SGN-REC.                                                     00640000
006500     05 SGN-RUN-ID      PIC X(14).                                00650000
006600     05 FILLER          PIC X(01).                                00660000
006700     05 SGN-OPERATOR    PIC X(08).                                00670000
006800     05 FILLER          PIC X(01).                                00680000
006900     05 SGN-ACTION      PIC X(01).                                00690000
007000        88 SGN-RELEASE-ALL             VALUE 'A'.                 00700000
007100        88 SGN-WITHHOLD                VALUE 'W'.                 00710000
007200        88 SGN-RELEASE-ONE             VALUE 'R'.                 00720000
007300     05 FILLER          PIC X(01).                                00730000
007400     05 SGN-REPORT-DD   PIC X(08).                                00740000
007500     05 FILLER          PIC X(01).                                00750000
007600     05 SGN-REASON      PIC X(30).                                00760000
007700     05 FILLER          PIC X(15).                                00770000
007800                                                                  00780000
007900 FD  RGT-FILE.                                                    00790000
008000     COPY AOCDRGT.                                                00800000
008100                                                                  00810000
008200 FD  SGL-RPT.                                                     00820000
008300 01  SGL-REC.                                                     00830000
008400     05 SGL-RUN-ID      PIC X(14).                                00840000
008500     05 FILLER          PIC X(02).                                00850000
008600     05 SGL-ACTION      PIC X(01).                                00860000
008700     05 FILLER          PIC X(02).                                00870000
008800     05 SGL-REPORT-DD   PIC X(08).                                00880000
008900     05 FILLER          PIC X(02).                                00890000
009000     05 SGL-STATUS      PIC X(08).                                00900000
009100     05 FILLER          PIC X(02).                                00910000
009200     05 SGL-ROWS        PIC 9(03).                                00920000
009300     05 FILLER          PIC X(02).                                00930000
009400     05 SGL-NOTE        PIC X(30).                                00940000
009500     05 FILLER          PIC X(06).                                00950000
009600                                                                  00960000
009700 FD  MAN-RPT.                                                     00970000
009800 01  MAN-REC.                                                     00980000
009900     05 MAN-RECIPIENT   PIC X(12).                                00990000
010000     05 FILLER          PIC X(02).                                01000000
010100     05 MAN-REPORT-DD   PIC X(08).                                01010000
010200     05 FILLER          PIC X(02).                                01020000
010300     05 MAN-METHOD      PIC X(04).                                01030000
010400     05 FILLER          PIC X(02).                                01040000
010500     05 MAN-REC-CNT     PIC 9(07).                                01050000
010600     05 FILLER          PIC X(02).                                01060000
010700     05 MAN-RUN-DATE    PIC 9(06).                                01070000
010800     05 FILLER          PIC X(02).                                01080000
010900     05 MAN-STATUS      PIC X(09).                                01090000
011000     05 FILLER          PIC X(02).                                01100000
011100     05 MAN-GATE        PIC X(08).                                01110000
011200     05 FILLER          PIC X(02).                                01120000
011300     05 MAN-RUN-ID      PIC X(14).                                01130000
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
012800     05 WS-I              PIC 9(04)   VALUE ZEROES.               01280000
012900     05 WS-J              PIC 9(04)   VALUE ZEROES.               01290000
013000     05 WS-PASS           PIC 9(01)   VALUE ZEROES.               01300000
013100     05 WS-ROWS           PIC 9(03)   VALUE ZEROES.               01310000
013200     05 WS-RUN-FOUND      PIC 9(04)   VALUE ZEROES.               01320000
013300     05 WS-DD-FOUND       PIC 9(04)   VALUE ZEROES.               01330000
013400     05 WS-RELEASED-CNT   PIC 9(04)   VALUE ZEROES.               01340000
013500     05 WS-WITHHELD-CNT   PIC 9(04)   VALUE ZEROES.               01350000
013600     05 WS-REJECT-CNT     PIC 9(04)   VALUE ZEROES.               01360000
013700     05 WS-DROPPED-CNT    PIC 9(04)   VALUE ZEROES.               01370000
013800     05 WS-STILL-HELD     PIC 9(04)   VALUE ZEROES.               01380000
013900     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               01390000
014000     05 WS-KEEP-DATE      PIC 9(08)   VALUE ZEROES.               01400000
014100     05 WS-KEEP-INT       PIC 9(08)   VALUE ZEROES.               01410000
014200     05 WS-NOTE           PIC X(30)   VALUE SPACES.               01420000
014300                                                                  01430000
014400*----------------------------------------------------------------*01440000
014500* THE GATE IN STORAGE. ROWS RELEASED FOR RUNS OLDER THAN THE     *01450000
014600* KEEP DAYS ARE DROPPED AS IT IS LOADED; HELD AND WITHHELD ROWS  *01460000
014700* ARE NEVER DROPPED, HOWEVER OLD                                 *01470000
014800*----------------------------------------------------------------*01480000
014900 01  WS-GATE-FIELDS.                                              01490000
015000     05 WS-RGT-CNT        PIC 9(04)   VALUE ZEROES.               01500000
015100     05 WS-MAX-RGTS       PIC 9(04)   VALUE 2000.                 01510000
015200     05 WS-KEEP-DAYS      PIC 9(03)   VALUE 60.                   01520000
015300 01  WS-GATE-TABLE.                                               01530000
015400     05 WS-RGT-ENTRY      OCCURS 2000 TIMES.                      01540000
015500        10 WS-RGT-ROW     PIC X(120).                             01550000
015600                                                                  01560000
015700*----------------------------------------------------------------*01570000
015800* THE RUNS SIGNED OFF THIS STEP - THE MANIFEST IS REWRITTEN      *01580000
015900* FOR EACH OF THEM                                               *01590000
016000*----------------------------------------------------------------*01600000
016100 01  WS-SIGNED-FIELDS.                                            01610000
016200     05 WS-SIGNED-CNT     PIC 9(02)   VALUE ZEROES.               01620000
016300     05 WS-SIGNED-RUN     PIC X(14)   OCCURS 20 TIMES.            01630000
016400                                                                  01640000
016500 01  WS-SWITCHES.                                                 01650000
016600     05 SGN-FILE-STATUS   PIC X(02)   VALUE SPACES.               01660000
016700        88 SGN-SUCCESS    VALUE '00'.                             01670000
016800        88 SGN-EOF        VALUE '10'.                             01680000
016900     05 RGT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01690000
017000        88 RGT-SUCCESS    VALUE '00'.                             01700000
017100        88 RGT-EOF        VALUE '10'.                             01710000
017200     05 SGL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01720000
017300        88 SGL-SUCCESS    VALUE '00'.                             01730000
017400     05 MAN-FILE-STATUS   PIC X(02)   VALUE SPACES.               01740000
017500        88 MAN-SUCCESS    VALUE '00'.                             01750000
017600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01760000
017700        88 HIST-SUCCESS   VALUE '00'.                             01770000
017800                                                                  01780000
017900 01  WS-HIST-FIELDS.                                              01790000
018000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01800000
018100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01810000
018200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01820000
018201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01820100
018300                                                                  01830000
018400*----------------------------------------------------------------*01840000
018500*   OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE  *01850000
018600*   AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE     *01860000
018700*----------------------------------------------------------------*01870000
018800 01  WS-OPCHK-AREA.                                               01880000
018900     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               01890000
019000     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  01900000
019100     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               01910000
019200     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               01920000
019300                                                                  01930000
019400 PROCEDURE DIVISION.                                              01940000
019500*----------------------------------------------------------------*01950000
019600*   A SIGN-OFF RELEASES REPORTS TO OUTSIDE RECIPIENTS - THE RUN  *01960000
019700*   IS REFUSED OUTRIGHT UNLESS THE OPERATOR-ID CARD NAMES AN     *01970000
019800*   OPERATOR AUTHORIZED FOR IT ON AOCDOPER                       *01980000
019900*----------------------------------------------------------------*01990000
020000     MOVE 'AOCDRGAT'           TO WS-OPCHK-PGM.                   02000000
020100     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         02010000
020200     IF WS-OPCHK-RESULT NOT = 'Y'                                 02020000
020300        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      02030000
020400                WS-OPCHK-PGM                                      02040000
020500        MOVE 12             TO RETURN-CODE                        02050000
020600        GOBACK                                                    02060000
020700     END-IF.                                                      02070000
020800                                                                  02080000
020900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02090000
021000     PERFORM 0500-LOAD-GATE            THRU 0500-EXIT.            02100000
021100     OPEN OUTPUT SGL-RPT.                                         02110000
021200     PERFORM 1000-APPLY-CARDS          THRU 1000-EXIT             02120000
021300        VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2.            02130000
021400     CLOSE SGL-RPT.                                               02140000
021500     IF WS-RELEASED-CNT > ZEROES OR WS-WITHHELD-CNT > ZEROES      02150000
021600        OR WS-DROPPED-CNT > ZEROES                                02160000
021700        PERFORM 3000-REWRITE-GATE      THRU 3000-EXIT             02170000
021800     END-IF.                                                      02180000
021900     IF WS-SIGNED-CNT > ZEROES                                    02190000
022000        PERFORM 4000-WRITE-MANIFEST    THRU 4000-EXIT             02200000
022100     END-IF.                                                      02210000
022200     DISPLAY 'SIGN-OFF ROWS RELEASED: ' WS-RELEASED-CNT           02220000
022300             ' WITHHELD: ' WS-WITHHELD-CNT                        02230000
022400             ' CARDS REJECTED: ' WS-REJECT-CNT.                   02240000
022500     IF WS-STILL-HELD > ZEROES                                    02250000
022600        DISPLAY 'ROWS STILL HELD OR WITHHELD FOR RUNS SIGNED: '   02260000
022700                WS-STILL-HELD                                     02270000
022800     END-IF.                                                      02280000
022900     IF WS-REJECT-CNT > ZEROES                                    02290000
023000        MOVE 4               TO RETURN-CODE                       02300000
023100     END-IF.                                                      02310000
023200     STRING 'SIGN-OFF RLS ' DELIMITED BY SIZE                     02320000
023300        WS-RELEASED-CNT DELIMITED BY SIZE                         02330000
023400        ' WHD ' DELIMITED BY SIZE                                 02340000
023500        WS-WITHHELD-CNT DELIMITED BY SIZE                         02350000
023600        ' REJ ' DELIMITED BY SIZE                                 02360000
023700        WS-REJECT-CNT DELIMITED BY SIZE                           02370000
023800        INTO WS-HIST-MSG.                                         02380000
023900     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02390000
024000     GOBACK.                                                      02400000
024100                                                                  02410000
024200 0500-LOAD-GATE.                                                  02420000
024300     COMPUTE WS-KEEP-INT =                                        02430000
024400             FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-KEEP-DAYS.   02440000
024500     COMPUTE WS-KEEP-DATE =                                       02450000
024600             FUNCTION DATE-OF-INTEGER(WS-KEEP-INT).               02460000
024700     OPEN INPUT RGT-FILE.                                         02470000
024800     IF NOT RGT-SUCCESS                                           02480000
024900        DISPLAY 'NO RELEASE GATE FILE - NOTHING STAGED'           02490000
025000        GO TO 0500-EXIT                                           02500000
025100     END-IF.                                                      02510000
025200     PERFORM UNTIL RGT-EOF                                        02520000
025300        READ RGT-FILE                                             02530000
025400             AT END                                               02540000
025500                SET RGT-EOF TO TRUE                               02550000
025600             NOT AT END                                           02560000
025700                PERFORM 0510-STORE-ROW  THRU 0510-EXIT            02570000
025800        END-READ                                                  02580000
025900     END-PERFORM.                                                 02590000
026000     CLOSE RGT-FILE.                                              02600000
026100 0500-EXIT.                                                       02610000
026200     EXIT.                                                        02620000
026300                                                                  02630000
026400 0510-STORE-ROW.                                                  02640000
026500*----------------------------------------------------------------*02650000
026600* A GATE TOO BIG TO HOLD IN STORAGE COULD LOSE A HELD ROW ON     *02660000
026700* THE REWRITE - THE SIGN-OFF IS REFUSED BEFORE ANYTHING CHANGES  *02670000
026800*----------------------------------------------------------------*02680000
026900     IF RGT-RELEASED                                              02690000
027000        AND RGT-RUN-ID(1:8) < WS-KEEP-DATE                        02700000
027100        ADD 1                 TO WS-DROPPED-CNT                   02710000
027200        GO TO 0510-EXIT                                           02720000
027300     END-IF.                                                      02730000
027400     IF WS-RGT-CNT NOT < WS-MAX-RGTS                              02740000
027500        DISPLAY 'ERROR - RELEASE GATE OVER 2000 ROWS - '          02750000
027600                'SIGN-OFF REFUSED'                                02760000
027700        CLOSE RGT-FILE                                            02770000
027800        MOVE 16             TO RETURN-CODE                        02780000
027900        MOVE 'GATE TABLE FULL - SIGN-OFF REFUSED' TO WS-HIST-MSG  02790000
028000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02800000
028100        GOBACK                                                    02810000
028200     END-IF.                                                      02820000
028300     ADD 1                    TO WS-RGT-CNT.                      02830000
028400     MOVE RGT-REC             TO WS-RGT-ROW(WS-RGT-CNT).          02840000
028500 0510-EXIT.                                                       02850000
028600     EXIT.                                                        02860000
028700                                                                  02870000
028800 1000-APPLY-CARDS.                                                02880000
028900*----------------------------------------------------------------*02890000
029000* TWO PASSES OVER THE CARDS - WITHHOLDS FIRST, THEN RELEASES -   *02900000
029100* SO A RELEASE-ALL CARD NEVER SENDS A REPORT THAT A WITHHOLD     *02910000
029200* CARD FURTHER DOWN THE DECK MEANT TO KEEP BACK                  *02920000
029300*----------------------------------------------------------------*02930000
029400     OPEN INPUT SGN-FILE.                                         02940000
029500     IF NOT SGN-SUCCESS                                           02950000
029600        IF WS-PASS = 1                                            02960000
029700           DISPLAY 'NO SIGN-OFF CARDS - STAGED REPORTS STAY HELD' 02970000
029800        END-IF                                                    02980000
029900        GO TO 1000-EXIT                                           02990000
030000     END-IF.                                                      03000000
030100     PERFORM UNTIL SGN-EOF                                        03010000
030200        READ SGN-FILE                                             03020000
030300             AT END                                               03030000
030400                SET SGN-EOF TO TRUE                               03040000
030500             NOT AT END                                           03050000
030600                IF (WS-PASS = 1 AND SGN-WITHHOLD)                 03060000
030700                   OR (WS-PASS = 2 AND NOT SGN-WITHHOLD)          03070000
030800                   PERFORM 2000-APPLY-ONE-CARD  THRU 2000-EXIT    03080000
030900                END-IF                                            03090000
031000        END-READ                                                  03100000
031100     END-PERFORM.                                                 03110000
031200     CLOSE SGN-FILE.                                              03120000
031300     MOVE SPACES              TO SGN-FILE-STATUS.                 03130000
031400 1000-EXIT.                                                       03140000
031500     EXIT.                                                        03150000
031600                                                                  03160000
031700 2000-APPLY-ONE-CARD.                                             03170000
031800     INITIALIZE               SGL-REC.                            03180000
031900     MOVE SPACES              TO WS-NOTE.                         03190000
032000     MOVE ZEROES              TO WS-ROWS.                         03200000
032100     MOVE SGN-RUN-ID          TO SGL-RUN-ID.                      03210000
032200     MOVE SGN-ACTION          TO SGL-ACTION.                      03220000
032300     MOVE SGN-REPORT-DD       TO SGL-REPORT-DD.                   03230000
032400     PERFORM 2100-CHECK-CARD  THRU 2100-EXIT.                     03240000
032500     IF WS-NOTE = SPACES                                          03250000
032600        PERFORM 2200-APPLY-TO-ROWS  THRU 2200-EXIT                03260000
032700     END-IF.                                                      03270000
032800     IF WS-NOTE NOT = SPACES                                      03280000
032900        ADD 1                 TO WS-REJECT-CNT                    03290000
033000        MOVE 'REJECTED'       TO SGL-STATUS                       03300000
033100        MOVE WS-NOTE          TO SGL-NOTE                         03310000
033200        DISPLAY 'SIGN-OFF CARD REJECTED - ' WS-NOTE ': ' SGN-REC  03320000
033300     ELSE                                                         03330000
033400        MOVE 'APPLIED'        TO SGL-STATUS                       03340000
033500        MOVE WS-ROWS          TO SGL-ROWS                         03350000
033600        MOVE SGN-REASON       TO SGL-NOTE                         03360000
033700        PERFORM 2300-NOTE-SIGNED-RUN  THRU 2300-EXIT              03370000
033800     END-IF.                                                      03380000
033900     WRITE SGL-REC.                                               03390000
034000 2000-EXIT.                                                       03400000
034100     EXIT.                                                        03410000
034200                                                                  03420000
034300 2100-CHECK-CARD.                                                 03430000
034400*----------------------------------------------------------------*03440000
034500* THE CARD MUST BE SIGNED BY THE AUTHORIZED OPERATOR ON THE      *03450000
034600* OPERATOR-ID CARD, NAME A RUN ON THE GATE, AND - FOR A SINGLE   *03460000
034700* REPORT - A DD STAGED FOR THAT RUN. A WITHHOLD NEEDS A REASON   *03470000
034800*----------------------------------------------------------------*03480000
034900     IF NOT SGN-RELEASE-ALL AND NOT SGN-WITHHOLD                  03490000
035000        AND NOT SGN-RELEASE-ONE                                   03500000
035100        MOVE 'ACTION NOT A, W OR R'      TO WS-NOTE               03510000
035200        GO TO 2100-EXIT                                           03520000
035300     END-IF.                                                      03530000
035400     IF SGN-OPERATOR NOT = WS-OPCHK-OPER                          03540000
035500        MOVE 'OPERATOR NOT THE SIGNED-ON ONE' TO WS-NOTE          03550000
035600        GO TO 2100-EXIT                                           03560000
035700     END-IF.                                                      03570000
035800     MOVE ZEROES              TO WS-RUN-FOUND WS-DD-FOUND.        03580000
035900     PERFORM VARYING WS-I FROM 1 BY 1                             03590000
036000               UNTIL WS-I > WS-RGT-CNT                            03600000
036100        MOVE WS-RGT-ROW(WS-I) TO RGT-REC                          03610000
036200        IF RGT-RUN-ID = SGN-RUN-ID                                03620000
036300           ADD 1              TO WS-RUN-FOUND                     03630000
036400           IF RGT-REPORT-DD = SGN-REPORT-DD                       03640000
036500              ADD 1           TO WS-DD-FOUND                      03650000
036600           END-IF                                                 03660000
036700        END-IF                                                    03670000
036800     END-PERFORM.                                                 03680000
036900     IF WS-RUN-FOUND = ZEROES                                     03690000
037000        MOVE 'RUN ID NOT STAGED ON THE GATE' TO WS-NOTE           03700000
037100        GO TO 2100-EXIT                                           03710000
037200     END-IF.                                                      03720000
037300     IF NOT SGN-RELEASE-ALL AND WS-DD-FOUND = ZEROES              03730000
037400        MOVE 'REPORT DD NOT STAGED FOR RUN'  TO WS-NOTE           03740000
037500        GO TO 2100-EXIT                                           03750000
037600     END-IF.                                                      03760000
037700     IF SGN-WITHHOLD AND SGN-REASON = SPACES                      03770000
037800        MOVE 'WITHHOLD WITH NO REASON'       TO WS-NOTE           03780000
037900        GO TO 2100-EXIT                                           03790000
038000     END-IF.                                                      03800000
038100 2100-EXIT.                                                       03810000
038200     EXIT.                                                        03820000
038300                                                                  03830000
038400 2200-APPLY-TO-ROWS.                                              03840000
038500*----------------------------------------------------------------*03850000
038600* RELEASE-ALL TAKES EVERY ROW OF THE RUN STILL HELD; A SINGLE    *03860000
038700* RELEASE ALSO TAKES A WITHHELD ROW OUT; A WITHHOLD CAN ONLY     *03870000
038800* STOP A ROW NOT YET RELEASED                                    *03880000
038900*----------------------------------------------------------------*03890000
039000     PERFORM VARYING WS-I FROM 1 BY 1                             03900000
039100               UNTIL WS-I > WS-RGT-CNT                            03910000
039200        MOVE WS-RGT-ROW(WS-I) TO RGT-REC                          03920000
039300        IF RGT-RUN-ID = SGN-RUN-ID                                03930000
039400           EVALUATE TRUE                                          03940000
039500              WHEN SGN-RELEASE-ALL AND RGT-HELD                   03950000
039600              WHEN SGN-RELEASE-ONE                                03960000
039700                   AND RGT-REPORT-DD = SGN-REPORT-DD              03970000
039800                   AND NOT RGT-RELEASED                           03980000
039900                 SET RGT-RELEASED     TO TRUE                     03990000
040000                 MOVE SPACES          TO RGT-REASON               04000000
040100                 PERFORM 2250-STAMP-ROW  THRU 2250-EXIT           04010000
040200                 ADD 1                TO WS-RELEASED-CNT          04020000
040300              WHEN SGN-WITHHOLD                                   04030000
040400                   AND RGT-REPORT-DD = SGN-REPORT-DD              04040000
040500                   AND RGT-HELD                                   04050000
040600                 SET RGT-WITHHELD     TO TRUE                     04060000
040700                 MOVE SGN-REASON      TO RGT-REASON               04070000
040800                 PERFORM 2250-STAMP-ROW  THRU 2250-EXIT           04080000
040900                 ADD 1                TO WS-WITHHELD-CNT          04090000
041000           END-EVALUATE                                           04100000
041100        END-IF                                                    04110000
041200     END-PERFORM.                                                 04120000
041300     IF WS-ROWS = ZEROES                                          04130000
041400        MOVE 'NOTHING LEFT TO RELEASE OR HOLD' TO WS-NOTE         04140000
041500     END-IF.                                                      04150000
041600 2200-EXIT.                                                       04160000
041700     EXIT.                                                        04170000
041800                                                                  04180000
041900 2250-STAMP-ROW.                                                  04190000
042000     MOVE SGN-OPERATOR        TO RGT-OPERATOR.                    04200000
042100     MOVE WS-TODAY            TO RGT-GATE-DATE.                   04210000
042200     MOVE RGT-REC             TO WS-RGT-ROW(WS-I).                04220000
042300     ADD 1                    TO WS-ROWS.                         04230000
042400 2250-EXIT.                                                       04240000
042500     EXIT.                                                        04250000
042600                                                                  04260000
042700 2300-NOTE-SIGNED-RUN.                                            04270000
042800     MOVE ZEROES              TO WS-J.                            04280000
042900     PERFORM VARYING WS-I FROM 1 BY 1                             04290000
043000               UNTIL WS-I > WS-SIGNED-CNT                         04300000
043100        IF WS-SIGNED-RUN(WS-I) = SGN-RUN-ID                       04310000
043200           MOVE WS-I             TO WS-J                          04320000
043300        END-IF                                                    04330000
043400     END-PERFORM.                                                 04340000
043500     IF WS-J = ZEROES AND WS-SIGNED-CNT < 20                      04350000
043600        ADD 1                 TO WS-SIGNED-CNT                    04360000
043700        MOVE SGN-RUN-ID       TO WS-SIGNED-RUN(WS-SIGNED-CNT)     04370000
043800     END-IF.                                                      04380000
043900 2300-EXIT.                                                       04390000
044000     EXIT.                                                        04400000
044100                                                                  04410000
044200 3000-REWRITE-GATE.                                               04420000
044300     OPEN OUTPUT RGT-FILE.                                        04430000
044400     PERFORM VARYING WS-I FROM 1 BY 1                             04440000
044500               UNTIL WS-I > WS-RGT-CNT                            04450000
044600        MOVE WS-RGT-ROW(WS-I) TO RGT-REC                          04460000
044700        WRITE RGT-REC                                             04470000
044800     END-PERFORM.                                                 04480000
044900     CLOSE RGT-FILE.                                              04490000
045000     IF WS-DROPPED-CNT > ZEROES                                   04500000
045100        DISPLAY 'RELEASED ROWS OLDER THAN ' WS-KEEP-DAYS          04510000
045200                ' DAYS DROPPED FROM THE GATE: ' WS-DROPPED-CNT    04520000
045300     END-IF.                                                      04530000
045400 3000-EXIT.                                                       04540000
045500     EXIT.                                                        04550000
045600                                                                  04560000
045700 4000-WRITE-MANIFEST.                                             04570000
045800*----------------------------------------------------------------*04580000
045900* THE MANIFEST AGAIN, ONE ROW PER RECIPIENT PER REPORT FOR EACH  *04590000
046000* RUN SIGNED THIS STEP, NOW CARRYING WHAT WAS RELEASED TO THEM   *04600000
046100* AND WHAT IS STILL HELD OR WITHHELD                             *04610000
046200*----------------------------------------------------------------*04620000
046300     OPEN OUTPUT MAN-RPT.                                         04630000
046400     PERFORM VARYING WS-I FROM 1 BY 1                             04640000
046500               UNTIL WS-I > WS-RGT-CNT                            04650000
046600        MOVE WS-RGT-ROW(WS-I) TO RGT-REC                          04660000
046700        PERFORM VARYING WS-J FROM 1 BY 1                          04670000
046800                  UNTIL WS-J > WS-SIGNED-CNT                      04680000
046900           IF RGT-RUN-ID = WS-SIGNED-RUN(WS-J)                    04690000
047000              PERFORM 4100-WRITE-MAN-ROW  THRU 4100-EXIT          04700000
047100           END-IF                                                 04710000
047200        END-PERFORM                                               04720000
047300     END-PERFORM.                                                 04730000
047400     CLOSE MAN-RPT.                                               04740000
047500 4000-EXIT.                                                       04750000
047600     EXIT.                                                        04760000
047700                                                                  04770000
047800 4100-WRITE-MAN-ROW.                                              04780000
047900     INITIALIZE               MAN-REC.                            04790000
048000     MOVE RGT-RECIPIENT       TO MAN-RECIPIENT.                   04800000
048100     MOVE RGT-REPORT-DD       TO MAN-REPORT-DD.                   04810000
048200     MOVE RGT-METHOD          TO MAN-METHOD.                      04820000
048300     MOVE RGT-REC-CNT         TO MAN-REC-CNT.                     04830000
048400     MOVE RGT-RUN-ID(3:6)     TO MAN-RUN-DATE.                    04840000
048500     MOVE RGT-VERIFY          TO MAN-STATUS.                      04850000
048600     MOVE RGT-RUN-ID          TO MAN-RUN-ID.                      04860000
048700     EVALUATE TRUE                                                04870000
048800        WHEN RGT-RELEASED                                         04880000
048900           MOVE 'RELEASED'    TO MAN-GATE                         04890000
049000        WHEN RGT-WITHHELD                                         04900000
049100           MOVE 'WITHHELD'    TO MAN-GATE                         04910000
049200           ADD 1              TO WS-STILL-HELD                    04920000
049300        WHEN OTHER                                                04930000
049400           MOVE 'HELD'        TO MAN-GATE                         04940000
049500           ADD 1              TO WS-STILL-HELD                    04950000
049600     END-EVALUATE.                                                04960000
049700     WRITE MAN-REC.                                               04970000
049800 4100-EXIT.                                                       04980000
049900     EXIT.                                                        04990000
050000                                                                  05000000
050100*----------------------------------------------------------------*05010000
050200*   WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      *05020000
050300*----------------------------------------------------------------*05030000
050400 9800-WRITE-AUDIT-HIST.                                           05040000
050500     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05050000
050600     ACCEPT WS-HIST-TIME FROM TIME.                               05060000
050700     OPEN EXTEND AUD-HIST.                                        05070000
050800     INITIALIZE AUD-HIST-REC.                                     05080000
050900     MOVE WS-HIST-DATE          TO HIST-DATE.                     05090000
051000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05100000
051100     MOVE 'AOCDRGAT'            TO HIST-PGM.                      05110000
051101     MOVE WS-HIST-VER           TO HIST-VERSION.                  05110100
051200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05120000
051300     WRITE AUD-HIST-REC.                                          05130000
051400     CLOSE AUD-HIST.                                              05140000
051500 9800-EXIT.                                                       05150000
051600     EXIT.                                                        05160000
