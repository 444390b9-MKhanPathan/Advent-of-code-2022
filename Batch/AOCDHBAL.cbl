000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - PRODUCER-TO-CONSUMER HANDOFF BALANCER  *00020000
000300*----------------------------------------------------------------*00030000
000400*  AOCDSBLR PROVES EACH PROGRAM'S OWN ARITHMETIC, BUT NOT THAT   *00040000
000500*  WHAT ONE STEP WROTE IS WHAT THE NEXT STEP READ - A TRUNCATED  *00050000
000600*  HANDOFF FILE PASSES EVERY PROGRAM'S BALANCE. EVERY WRITER OF  *00060000
000700*  A HANDOFF FILE PUTS THE RECORDS IT WROTE ON AOCDSHND AND      *00070000
000800*  EVERY READER NAMED IN THE HANDOFF TABLE BELOW PUTS THE        *00080000
000900*  RECORDS IT READ. THIS STEP PROVES, FOR THE NIGHT, EACH        *00090000
001000*  READER'S COUNT AGAINST THE LAST WRITE OF THAT FILE BEFORE IT: *00100000
001100*  ONE BREAK LINE FOR EVERY MISMATCH OR READ WITH NO WRITER ON   *00110000
001200*  RECORD, AND A NOT RUN LINE FOR A READER THAT DID NOT RUN      *00120000
001300*----------------------------------------------------------------*00130000
001400 IDENTIFICATION DIVISION.                                         00140000
001500 PROGRAM-ID. AOCDHBAL.                                            00150000
001600 AUTHOR. z/OS Mainframer.                                         00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00210000
002200        ORGANIZATION    IS SEQUENTIAL                             00220000
002300         ACCESS MODE    IS SEQUENTIAL                             00230000
002400         FILE STATUS    IS HND-FILE-STATUS.                       00240000
002500                                                                  00250000
002600*----------------------------------------------------------------*00260000
002700* HANDOFF PROVE-OUT REPORT                                       *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT HBP-RPT     ASSIGN TO AOCDHBLP                        00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
003100         ACCESS MODE    IS SEQUENTIAL                             00310000
003200         FILE STATUS    IS HBP-FILE-STATUS.                       00320000
003300                                                                  00330000
003400*----------------------------------------------------------------*00340000
003500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00350000
003600*----------------------------------------------------------------*00360000
003700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00370000
003800        ORGANIZATION    IS SEQUENTIAL                             00380000
003900         ACCESS MODE    IS SEQUENTIAL                             00390000
004000         FILE STATUS    IS HIST-FILE-STATUS.                      00400000
004100                                                                  00410000
004200 DATA DIVISION.                                                   00420000
004300 FILE SECTION.                                                    00430000
004400 FD  HND-FILE.                                                    00440000
004500     COPY AOCDHND.                                                00450000
004600                                                                  00460000
004700 FD  HBP-RPT.                                                     00470000
004800 01  HBP-REC.                                                     00480000
004900     05 HBP-VERDICT     PIC X(14).                                00490000
005000     05 FILLER          PIC X(02).                                00500000
005100     05 HBP-DD          PIC X(08).                                00510000
005200     05 FILLER          PIC X(02).                                00520000
005300     05 HBP-PRODUCER    PIC X(08).                                00530000
005400     05 FILLER          PIC X(02).                                00540000
005500     05 HBP-OUT         PIC 9(07).                                00550000
005600     05 FILLER          PIC X(02).                                00560000
005700     05 HBP-CONSUMER    PIC X(08).                                00570000
005800     05 FILLER          PIC X(02).                                00580000
005900     05 HBP-READ        PIC 9(07).                                00590000
006000     05 FILLER          PIC X(18).                                00600000
006100                                                                  00610000
006200 FD  AUD-HIST                                                     00620000
006300     DATA RECORD IS AUD-HIST-REC.                                 00630000
006400 01  AUD-HIST-REC.                                                00640000
006500     05 HIST-DATE            PIC 9(08).                           00650000
006600     05 FILLER               PIC X(02).                           00660000
006700     05 HIST-TIME            PIC 9(06).                           00670000
006800     05 FILLER               PIC X(02).                           00680000
006900     05 HIST-PGM             PIC X(08).                           00690000
007000     05 FILLER               PIC X(02).                           00700000
007100     05 HIST-OUTPUT          PIC X(40).                           00710000
007200     05 FILLER               PIC X(02).                           00720000
007300     05 HIST-VERSION         PIC X(08).                           00730000
007400                                                                  00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01  WS-WORK-FIELDS.                                              00760000
007700     05 WS-RPT-DATE       PIC 9(08)   VALUE ZEROES.               00770000
007800     05 WS-CHECKED-CNT    PIC 9(03)   VALUE ZEROES.               00780000
007900     05 WS-BREAK-CNT      PIC 9(03)   VALUE ZEROES.               00790000
008000     05 WS-NOT-RUN-CNT    PIC 9(03)   VALUE ZEROES.               00800000
008100     05 WS-I              PIC 9(02)   VALUE ZEROES.               00810000
008200     05 WS-SLOT           PIC 9(02)   VALUE ZEROES.               00820000
008300                                                                  00830000
008400*----------------------------------------------------------------*00840000
008500* HANDOFF TABLE - EACH ENTRY NAMES A HANDOFF FILE'S DD AND ONE   *00850000
008550* PROGRAM THAT READS IT. A FILE WITH SEVERAL READERS HAS ONE     *00855000
008600* ENTRY EACH; THE WRITER IS WHOEVER LAST WROTE THE DD. ONLY      *00860000
008650* READERS THAT PASS THE WHOLE FILE ARE LISTED - A KEYED LOOKUP   *00865000
008700* READS NO FIXED COUNT TO BALANCE AGAINST                        *00870000
008800*----------------------------------------------------------------*00880000
008900 01  WS-HOF-LIST.                                                 00890000
009000     05 FILLER  PIC X(16) VALUE 'AOCD1RPTAOCD1PG5'.               00900000
009100     05 FILLER  PIC X(16) VALUE 'AOCD1RPTAOCD1PG6'.               00910000
009200     05 FILLER  PIC X(16) VALUE 'AOCD3BDGAOCD3PGA'.               00920000
009300     05 FILLER  PIC X(16) VALUE 'AOCD6RPTAOCD6PG5'.               00930000
009400     05 FILLER  PIC X(16) VALUE 'AOCD6RPTAOCD6PG6'.               00940000
009410     05 FILLER  PIC X(16) VALUE 'AOCD1IDXAOCD1PG7'.               00941000
009420     05 FILLER  PIC X(16) VALUE 'AOCD1IDXAOCDVFYR'.               00942000
009500 01  WS-HOF-TABLE REDEFINES WS-HOF-LIST.                          00950000
009600     05 WS-HOF-ENTRY  OCCURS 7 TIMES.                             00960000
009700        10 WS-HOF-DD         PIC X(08).                           00970000
009800        10 WS-HOF-CONSUMER   PIC X(08).                           00980000
009900 77  WS-HOF-COUNT            PIC 9(02)   VALUE 7.                 00990000
010000                                                                  01000000
010100*----------------------------------------------------------------*01010000
010200* PER HANDOFF ENTRY - THE LAST WRITE OF ITS DD SEEN SO FAR AND   *01020000
010300* WHETHER ITS READER RAN ON THE NIGHT                            *01030000
010400*----------------------------------------------------------------*01040000
010500 01  WS-HOF-STATE.                                                01050000
010600     05 WS-HST-ENTRY  OCCURS 7 TIMES.                             01060000
010700        10 WS-HST-WRITER     PIC X(08).                           01070000
010800        10 WS-HST-OUT        PIC 9(07).                           01080000
010900        10 WS-HST-READ-SW    PIC X(01).                           01090000
011000           88 WS-HST-READ-SEEN         VALUE 'Y'.                 01100000
011100                                                                  01110000
011200 01  WS-SWITCHES.                                                 01120000
011300     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01130000
011400        88 HND-SUCCESS    VALUE '00'.                             01140000
011500        88 HND-EOF        VALUE '10'.                             01150000
011600     05 HBP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01160000
011700        88 HBP-SUCCESS    VALUE '00'.                             01170000
011800     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01180000
011900        88 HIST-SUCCESS   VALUE '00'.                             01190000
012000                                                                  01200000
012100 01  WS-HIST-FIELDS.                                              01210000
012200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01220000
012300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01230000
012400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01240000
012500     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01250000
012600                                                                  01260000
012700*----------------------------------------------------------------*01270000
012800* THE RUN DATE TO PROVE, YYYYMMDD. BLANK MEANS THE NEWEST DATE   *01280000
012900* ON THE HANDOFF COUNT FILE - TONIGHT'S RUN                      *01290000
013000*----------------------------------------------------------------*01300000
013100 LINKAGE SECTION.                                                 01310000
013200 01  LS-PARM-DATA.                                                01320000
013300     05 LS-DATE-PARM    PIC X(08).                                01330000
013400                                                                  01340000
013500 PROCEDURE DIVISION USING LS-PARM-DATA.                           01350000
013600                                                                  01360000
013700     IF LS-DATE-PARM IS NUMERIC AND LS-DATE-PARM > ZEROES         01370000
013800        MOVE LS-DATE-PARM     TO WS-RPT-DATE                      01380000
013900     ELSE                                                         01390000
014000        PERFORM 0500-PICK-NEWEST-DATE  THRU 0500-EXIT             01400000
014100     END-IF.                                                      01410000
014200     PERFORM 1000-PROVE-HANDOFFS       THRU 1000-EXIT.            01420000
014300     IF WS-BREAK-CNT > ZEROES                                     01430000
014400        MOVE 8                TO RETURN-CODE                      01440000
014500     END-IF.                                                      01450000
014600     STRING 'HANDOFF - ' DELIMITED BY SIZE                        01460000
014700        WS-BREAK-CNT DELIMITED BY SIZE                            01470000
014800        ' OF ' DELIMITED BY SIZE                                  01480000
014900        WS-CHECKED-CNT DELIMITED BY SIZE                          01490000
015000        ' READS BROKEN' DELIMITED BY SIZE                         01500000
015100        INTO WS-HIST-MSG.                                         01510000
015200     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01520000
015300     GOBACK.                                                      01530000
015400                                                                  01540000
015500 0500-PICK-NEWEST-DATE.                                           01550000
015600     OPEN INPUT HND-FILE.                                         01560000
015700     IF NOT HND-SUCCESS                                           01570000
015800        DISPLAY 'NO HANDOFF COUNT FILE - NOTHING TO PROVE'        01580000
015900        GOBACK                                                    01590000
016000     END-IF.                                                      01600000
016100     PERFORM UNTIL HND-EOF                                        01610000
016200        READ HND-FILE                                             01620000
016300             AT END                                               01630000
016400                SET HND-EOF TO TRUE                               01640000
016500             NOT AT END                                           01650000
016600                IF HND-RUN-DATE > WS-RPT-DATE                     01660000
016700                   MOVE HND-RUN-DATE  TO WS-RPT-DATE              01670000
016800                END-IF                                            01680000
016900        END-READ                                                  01690000
017000     END-PERFORM.                                                 01700000
017100     CLOSE HND-FILE.                                              01710000
017200     MOVE SPACES              TO HND-FILE-STATUS.                 01720000
017300 0500-EXIT.                                                       01730000
017400     EXIT.                                                        01740000
017500                                                                  01750000
017600 1000-PROVE-HANDOFFS.                                             01760000
017700*----------------------------------------------------------------*01770000
017800* WRITES UP TO AND INCLUDING THE NIGHT ARE FOLLOWED IN FILE      *01780000
017900* ORDER, SO A READER IS PROVED AGAINST THE WRITE IT ACTUALLY     *01790000
018000* PICKED UP - A RERUN WRITER REPLACES THE EARLIER COUNT, AND A   *01800000
018100* READER RUN THE MORNING AFTER STILL FINDS LAST NIGHT'S WRITE    *01810000
018200*----------------------------------------------------------------*01820000
018300     INITIALIZE               WS-HOF-STATE.                       01830000
018400     OPEN INPUT HND-FILE.                                         01840000
018500     IF NOT HND-SUCCESS                                           01850000
018600        DISPLAY 'NO HANDOFF COUNT FILE - NOTHING TO PROVE'        01860000
018700        GO TO 1000-EXIT                                           01870000
018800     END-IF.                                                      01880000
018900     OPEN OUTPUT HBP-RPT.                                         01890000
019000     PERFORM UNTIL HND-EOF                                        01900000
019100        READ HND-FILE                                             01910000
019200             AT END                                               01920000
019300                SET HND-EOF TO TRUE                               01930000
019400             NOT AT END                                           01940000
019500                IF HND-RUN-DATE NOT > WS-RPT-DATE                 01950000
019600                   PERFORM 2000-APPLY-ONE  THRU 2000-EXIT         01960000
019700                END-IF                                            01970000
019800        END-READ                                                  01980000
019900     END-PERFORM.                                                 01990000
020000     CLOSE HND-FILE.                                              02000000
020100     PERFORM VARYING WS-I FROM 1 BY 1                             02010000
020200               UNTIL WS-I > WS-HOF-COUNT                          02020000
020300        IF NOT WS-HST-READ-SEEN(WS-I)                             02030000
020400           PERFORM 3000-WRITE-NOT-RUN  THRU 3000-EXIT             02040000
020500        END-IF                                                    02050000
020600     END-PERFORM.                                                 02060000
020700     CLOSE HBP-RPT.                                               02070000
020800     DISPLAY 'RUN ' WS-RPT-DATE ' - HANDOFF READS CHECKED: '      02080000
020900             WS-CHECKED-CNT ' BROKEN: ' WS-BREAK-CNT              02090000
021000             ' READERS NOT RUN: ' WS-NOT-RUN-CNT.                 02100000
021100 1000-EXIT.                                                       02110000
021200     EXIT.                                                        02120000
021300                                                                  02130000
021400 2000-APPLY-ONE.                                                  02140000
021500     IF HND-WRITER                                                02150000
021600        PERFORM VARYING WS-I FROM 1 BY 1                          02160000
021700                  UNTIL WS-I > WS-HOF-COUNT                       02170000
021800           IF WS-HOF-DD(WS-I) = HND-DD                            02180000
021900              MOVE HND-PGM       TO WS-HST-WRITER(WS-I)           02190000
022000              MOVE HND-REC-CNT   TO WS-HST-OUT(WS-I)              02200000
022100           END-IF                                                 02210000
022200        END-PERFORM                                               02220000
022300        GO TO 2000-EXIT                                           02230000
022400     END-IF.                                                      02240000
022500     IF HND-RUN-DATE NOT = WS-RPT-DATE                            02250000
022600        GO TO 2000-EXIT                                           02260000
022700     END-IF.                                                      02270000
022800     MOVE ZEROES              TO WS-SLOT.                         02280000
022900     PERFORM VARYING WS-I FROM 1 BY 1                             02290000
023000               UNTIL WS-I > WS-HOF-COUNT                          02300000
023100                  OR WS-SLOT > ZEROES                             02310000
023200        IF WS-HOF-DD(WS-I) = HND-DD                               02320000
023300           AND WS-HOF-CONSUMER(WS-I) = HND-PGM                    02330000
023400           MOVE WS-I          TO WS-SLOT                          02340000
023500        END-IF                                                    02350000
023600     END-PERFORM.                                                 02360000
023700     IF WS-SLOT = ZEROES                                          02370000
023800        GO TO 2000-EXIT                                           02380000
023900     END-IF.                                                      02390000
024000     ADD 1                    TO WS-CHECKED-CNT.                  02400000
024100     MOVE 'Y'                 TO WS-HST-READ-SW(WS-SLOT).         02410000
024200     INITIALIZE               HBP-REC.                            02420000
024300     MOVE HND-DD              TO HBP-DD.                          02430000
024400     MOVE WS-HST-WRITER(WS-SLOT) TO HBP-PRODUCER.                 02440000
024500     MOVE WS-HST-OUT(WS-SLOT) TO HBP-OUT.                         02450000
024600     MOVE HND-PGM             TO HBP-CONSUMER.                    02460000
024700     MOVE HND-REC-CNT         TO HBP-READ.                        02470000
024800     EVALUATE TRUE                                                02480000
024900         WHEN WS-HST-WRITER(WS-SLOT) = SPACES                     02490000
025000              ADD 1           TO WS-BREAK-CNT                     02500000
025100              MOVE 'NO PRODUCER'    TO HBP-VERDICT                02510000
025200              DISPLAY 'HANDOFF BREAK: ' HND-DD ' READ BY ' HND-PGM02520000
025300                      ' - NO WRITE ON RECORD'                     02530000
025400         WHEN WS-HST-OUT(WS-SLOT) = HND-REC-CNT                   02540000
025500              MOVE 'IN-BALANCE'     TO HBP-VERDICT                02550000
025600         WHEN OTHER                                               02560000
025700              ADD 1           TO WS-BREAK-CNT                     02570000
025800              MOVE 'HANDOFF-BREAK'  TO HBP-VERDICT                02580000
025900              DISPLAY 'HANDOFF BREAK: ' HND-DD                    02590000
026000                      ' WRITTEN ' WS-HST-OUT(WS-SLOT)             02600000
026100                      ' BY ' WS-HST-WRITER(WS-SLOT)               02610000
026200                      ' READ ' HND-REC-CNT ' BY ' HND-PGM         02620000
026300     END-EVALUATE.                                                02630000
026400     WRITE HBP-REC.                                               02640000
026500 2000-EXIT.                                                       02650000
026600     EXIT.                                                        02660000
026700                                                                  02670000
026800 3000-WRITE-NOT-RUN.                                              02680000
026900     ADD 1                    TO WS-NOT-RUN-CNT.                  02690000
027000     INITIALIZE               HBP-REC.                            02700000
027100     MOVE 'NOT RUN'           TO HBP-VERDICT.                     02710000
027200     MOVE WS-HOF-DD(WS-I)     TO HBP-DD.                          02720000
027300     MOVE WS-HST-WRITER(WS-I) TO HBP-PRODUCER.                    02730000
027400     MOVE WS-HST-OUT(WS-I)    TO HBP-OUT.                         02740000
027500     MOVE WS-HOF-CONSUMER(WS-I) TO HBP-CONSUMER.                  02750000
027600     WRITE HBP-REC.                                               02760000
027700 3000-EXIT.                                                       02770000
027800     EXIT.                                                        02780000
027900                                                                  02790000
028000*----------------------------------------------------------------*02800000
028100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *02810000
028200*----------------------------------------------------------------*02820000
028300 9800-WRITE-AUDIT-HIST.                                           02830000
028400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      02840000
028500     ACCEPT WS-HIST-TIME FROM TIME.                               02850000
028600     OPEN EXTEND AUD-HIST.                                        02860000
028700     INITIALIZE AUD-HIST-REC.                                     02870000
028800     MOVE WS-HIST-DATE          TO HIST-DATE.                     02880000
028900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02890000
029000     MOVE 'AOCDHBAL'            TO HIST-PGM.                      02900000
029100     MOVE WS-HIST-VER           TO HIST-VERSION.                  02910000
029200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02920000
029300     WRITE AUD-HIST-REC.                                          02930000
029400     CLOSE AUD-HIST.                                              02940000
029500 9800-EXIT.                                                       02950000
029600     EXIT.                                                        02960000
