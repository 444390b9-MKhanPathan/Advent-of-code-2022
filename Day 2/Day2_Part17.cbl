000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 17                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  SCORE DISPUTES. A DISPUTED ROUND USED TO MEAN EDITING AOCDAY2 *00040000
000500*  AND RERUNNING THE WHOLE NIGHT, WHICH REWROTE AOCD2AUD AND     *00050000
000600*  APPENDED THE NIGHT TO AOCD2LDR A SECOND TIME. EACH AOCD2DSP   *00060000
000700*  TRANSACTION NOW NAMES THE TABLE, THE RUN DATE AND THE ROUND'S *00070000
000800*  SEQUENCE IN THAT NIGHT'S AOCDAY2, WITH THE CORRECTED ROUND    *00080000
000900*  CODE. ONLY THAT ROUND IS RE-SCORED AGAINST THE LOADED         *00090000
001000*  AOCD2MT1 MATRIX, AND THE DIFFERENCE IS APPENDED TO AOCD2LDR   *00100000
001100*  AS AN ADJUSTMENT ROW AGAINST THE ORIGINAL NIGHT - NEVER A     *00110000
001200*  SECOND NIGHT. THE AOCD2DRG REGISTER SHOWS EVERY DISPUTE WITH  *00120000
001300*  THE ROUND'S AND THE NIGHT'S POINTS BEFORE AND AFTER.          *00130000
001310*  A NIGHT INSIDE A PERIOD CLOSED BY AOCDPCLO IS NOT ADJUSTED -  *00131000
001320*  THE DISPUTE GOES TO AOCDSEXC AS PERCLOSD                      *00132000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD2PGH.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT DSP-FILE    ASSIGN TO AOCD2DSP                        00220000
002300        ORGANIZATION    IS SEQUENTIAL                             00230000
002400         ACCESS MODE    IS SEQUENTIAL                             00240000
002500         FILE STATUS    IS DSP-FILE-STATUS.                       00250000
002600                                                                  00260000
002700*----------------------------------------------------------------*00270000
002800* THE DISPUTED NIGHT'S STRATEGY GUIDE - READ ONLY, FOR THE       *00280000
002900* ROUND CODE AS ORIGINALLY SCORED                                *00290000
003000*----------------------------------------------------------------*00300000
003100     SELECT GAME-DATA   ASSIGN TO AOCDAY2                         00310000
003200        ORGANIZATION    IS SEQUENTIAL                             00320000
003300         ACCESS MODE    IS SEQUENTIAL                             00330000
003400         FILE STATUS    IS GAME-FILE-STATUS.                      00340000
003500                                                                  00350000
003600     SELECT SCORE-TABLE ASSIGN TO AOCD2MT1                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS MTX-FILE-STATUS.                       00390000
004000                                                                  00400000
004100     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS LEADER-FILE-STATUS.                    00440000
004500                                                                  00450000
004600     SELECT DRG-RPT     ASSIGN TO AOCD2DRG                        00460000
004700        ORGANIZATION    IS SEQUENTIAL                             00470000
004800         ACCESS MODE    IS SEQUENTIAL                             00480000
004900         FILE STATUS    IS DRG-FILE-STATUS.                       00490000
005000                                                                  00500000
005100*----------------------------------------------------------------*00510000
005200* SHARED SUITE EXCEPTION FILE - REJECTED DISPUTES LAND HERE      *00520000
005300*----------------------------------------------------------------*00530000
005400     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00540000
005500        ORGANIZATION    IS SEQUENTIAL                             00550000
005600         ACCESS MODE    IS SEQUENTIAL                             00560000
005700         FILE STATUS    IS SEXC-FILE-STATUS.                      00570000
005800                                                                  00580000
005900*----------------------------------------------------------------*00590000
006000* THE SUITE RUN LOCK - THIS PROGRAM APPENDS TO AOCD2LDR, SO A    *00600000
006100* STANDALONE LAUNCH WHILE THE SUITE IS MID-FLIGHT IS REFUSED     *00610000
006200*----------------------------------------------------------------*00620000
006300     SELECT LOCK-FILE   ASSIGN TO AOCDLOCK                        00630000
006400        ORGANIZATION    IS SEQUENTIAL                             00640000
006500         ACCESS MODE    IS SEQUENTIAL                             00650000
006600         FILE STATUS    IS LOCK-FILE-STATUS.                      00660000
006700                                                                  00670000
006800*----------------------------------------------------------------*00680000
006900*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00690000
007000*----------------------------------------------------------------*00700000
007100     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00710000
007200        ORGANIZATION    IS SEQUENTIAL                             00720000
007300         ACCESS MODE    IS SEQUENTIAL                             00730000
007400         FILE STATUS    IS HIST-FILE-STATUS.                      00740000
007500                                                                  00750000
007600 DATA DIVISION.                                                   00760000
007700 FILE SECTION.                                                    00770000
007800 FD  DSP-FILE.                                                    00780000
007900 01  DSP-REC.                                                     00790000
008000     05 DSP-TABLE-ID    PIC X(05).                                00800000
008100     05 FILLER          PIC X(01).                                00810000
008200     05 DSP-RUN-DATE    PIC 9(08).                                00820000
008300     05 FILLER          PIC X(01).                                00830000
008400     05 DSP-ROUND-SEQ   PIC 9(06).                                00840000
008500     05 FILLER          PIC X(01).                                00850000
008600     05 DSP-NEW-ROUND   PIC X(03).                                00860000
008700     05 FILLER          PIC X(55).                                00870000
008800                                                                  00880000
008900 FD  GAME-DATA.                                                   00890000
009000 01  GAME-REC.                                                    00900000
009100     05 RND-TABLE-ID     PIC X(05).                               00910000
009200     05 FILLER           PIC X(01).                               00920000
009300     05 ROUND            PIC X(03).                               00930000
009400                                                                  00940000
009500 FD  SCORE-TABLE.                                                 00950000
009600 01  MTX-TABLE-REC.                                               00960000
009700     05 MTX-ROUND-KEY    PIC X(03).                               00970000
009800     05 MTX-ROUND-VALUE  PIC 9(02).                               00980000
009900     05 MTX-OUTCOME      PIC X(01).                               00990000
010000                                                                  01000000
010100*----------------------------------------------------------------*01010000
010200* A NIGHT ROW CARRIES BLANKS IN THE LAST TWENTY BYTES. AN        *01020000
010300* ADJUSTMENT ROW CARRIES TYPE A THERE AND ZEROES IN THE NIGHT'S  *01030000
010400* OWN COLUMNS, SO A READER THAT ONLY SUMS THOSE COLUMNS IS       *01040000
010500* UNCHANGED BY IT. THE POINTS DIFFERENCE IS A SIGN AND A         *01050000
010600* MAGNITUDE; THE W/L/D CHANGE IS THE OUTCOME THE ROUND LOSES     *01060000
010700* AND THE ONE IT GAINS                                           *01070000
010800*----------------------------------------------------------------*01080000
010900 FD  LEADER-HIST.                                                 01090000
011000 01  LEADER-REC.                                                  01100000
011100     05 LDR-RUN-DATE     PIC 9(08).                               01110000
011200     05 FILLER           PIC X(01).                               01120000
011300     05 LDR-TABLE-ID     PIC X(05).                               01130000
011400     05 FILLER           PIC X(01).                               01140000
011500     05 LDR-TOTAL        PIC 9(10).                               01150000
011600     05 FILLER           PIC X(01).                               01160000
011700     05 LDR-WIN          PIC 9(05).                               01170000
011800     05 LDR-LOSE         PIC 9(05).                               01180000
011900     05 LDR-DRAW         PIC 9(05).                               01190000
012100     05 LDR-PLAYER-NAME  PIC X(20).                               01210000
012200     05 LDR-REC-TYPE     PIC X(01).                               01220000
012300        88 LDR-ADJUSTMENT             VALUE 'A'.                  01230000
012400     05 LDR-ADJ-SIGN     PIC X(01).                               01240000
012500     05 LDR-ADJ-POINTS   PIC 9(03).                               01250000
012600     05 LDR-ADJ-OLD-OUT  PIC X(01).                               01260000
012700     05 LDR-ADJ-NEW-OUT  PIC X(01).                               01270000
012800     05 LDR-ADJ-SEQ      PIC 9(06).                               01280000
012900     05 LDR-ADJ-OLD-RND  PIC X(03).                               01290000
013000     05 LDR-ADJ-NEW-RND  PIC X(03).                               01300000
013200                                                                  01320000
013300 FD  DRG-RPT.                                                     01330000
013400 01  DRG-REC.                                                     01340000
013500     05 DRG-TABLE-ID    PIC X(05).                                01350000
013600     05 FILLER          PIC X(01).                                01360000
013700     05 DRG-RUN-DATE    PIC 9(08).                                01370000
013800     05 FILLER          PIC X(01).                                01380000
013900     05 DRG-ROUND-SEQ   PIC 9(06).                                01390000
014000     05 FILLER          PIC X(01).                                01400000
014100     05 DRG-OLD-ROUND   PIC X(03).                                01410000
014200     05 FILLER          PIC X(01).                                01420000
014300     05 DRG-OLD-PTS     PIC 9(02).                                01430000
014400     05 FILLER          PIC X(01).                                01440000
014500     05 DRG-NEW-ROUND   PIC X(03).                                01450000
014600     05 FILLER          PIC X(01).                                01460000
014700     05 DRG-NEW-PTS     PIC 9(02).                                01470000
014800     05 FILLER          PIC X(01).                                01480000
014900     05 DRG-ADJ-SIGN    PIC X(01).                                01490000
015000     05 DRG-ADJ-POINTS  PIC 9(03).                                01500000
015100     05 FILLER          PIC X(01).                                01510000
015200     05 DRG-BEFORE      PIC 9(10).                                01520000
015300     05 FILLER          PIC X(01).                                01530000
015400     05 DRG-AFTER       PIC 9(10).                                01540000
015500     05 FILLER          PIC X(01).                                01550000
015600     05 DRG-STATUS      PIC X(08).                                01560000
015700     05 FILLER          PIC X(09).                                01570000
015800                                                                  01580000
015900 FD  SUITE-EXC.                                                   01590000
016000     COPY AOCDEXC.                                                01600000
016100                                                                  01610000
016200 FD  LOCK-FILE                                                    01620000
016300     DATA RECORD IS LOCK-REC.                                     01630000
016400 01  LOCK-REC.                                                    01640000
016500     05 LCK-STATE            PIC X(01).                           01650000
016600     05 FILLER               PIC X(02).                           01660000
016700     05 LCK-RUN-ID           PIC X(14).                           01670000
016800     05 FILLER               PIC X(02).                           01680000
016900     05 LCK-OPERATOR         PIC X(08).                           01690000
017000     05 FILLER               PIC X(02).                           01700000
017100     05 LCK-DATE             PIC 9(08).                           01710000
017200     05 FILLER               PIC X(02).                           01720000
017300     05 LCK-TIME             PIC 9(06).                           01730000
017400                                                                  01740000
017500 FD  AUD-HIST                                                     01750000
017600     DATA RECORD IS AUD-HIST-REC.                                 01760000
017700 01  AUD-HIST-REC.                                                01770000
017800     05 HIST-DATE            PIC 9(08).                           01780000
017900     05 FILLER               PIC X(02).                           01790000
018000     05 HIST-TIME            PIC 9(06).                           01800000
018100     05 FILLER               PIC X(02).                           01810000
018200     05 HIST-PGM             PIC X(08).                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 HIST-OUTPUT          PIC X(40).                           01840000
018401     05 FILLER               PIC X(02).                           01840100
018402     05 HIST-VERSION         PIC X(08).                           01840200
018500                                                                  01850000
018600 WORKING-STORAGE SECTION.                                         01860000
018700 01  WS-WORK-FIELDS.                                              01870000
018800     05 WS-I              PIC 9(03)   VALUE ZEROES.               01880000
018900     05 WS-J              PIC 9(03)   VALUE ZEROES.               01890000
019000     05 WS-K              PIC 9(02)   VALUE ZEROES.               01900000
019100     05 WS-LOAD-IDX       PIC 9(02)   VALUE ZEROES.               01910000
019200     05 WS-GAME-SEQ       PIC 9(06)   VALUE ZEROES.               01920000
019300     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01930000
019350     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01935000
019400     05 WS-POST-CNT       PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-REJ-CNT        PIC 9(03)   VALUE ZEROES.               01950000
019600     05 WS-OLD-PTS        PIC 9(02)   VALUE ZEROES.               01960000
019700     05 WS-NEW-PTS        PIC 9(02)   VALUE ZEROES.               01970000
019800     05 WS-OLD-OUT        PIC X(01)   VALUE SPACES.               01980000
019900     05 WS-NEW-OUT        PIC X(01)   VALUE SPACES.               01990000
020000     05 WS-DELTA          PIC S9(03)  VALUE ZEROES.               02000000
020100     05 WS-AFTER          PIC 9(10)   VALUE ZEROES.               02010000
020200     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               02020000
020300     05 WS-FOUND-SW       PIC X(01)   VALUE 'N'.                  02030000
020400        88 WS-FOUND       VALUE 'Y'.                              02040000
020500                                                                  02050000
020600*----------------------------------------------------------------*02060000
020700* ROCK-PAPER-SCISSORS SCORING MATRIX, LOADED THE WAY AOCD2PG1    *02070000
020800* LOADS IT                                                       *02080000
020900*----------------------------------------------------------------*02090000
021000 01  WS-SCORE-MATRIX.                                             02100000
021100     05 WS-SCORE-ENTRY  OCCURS 9 TIMES.                           02110000
021200        10 WS-SCORE-KEY      PIC X(03).                           02120000
021300        10 WS-SCORE-VALUE    PIC 9(02).                           02130000
021400        10 WS-SCORE-OUTCOME  PIC X(01).                           02140000
021500                                                                  02150000
021600*----------------------------------------------------------------*02160000
021700* THE DISPUTES, WITH WHAT THE GUIDE AND THE LEADERBOARD SAY      *02170000
021800* ABOUT EACH - THE ROUND AS SCORED, WHETHER THE TABLE PLAYED     *02180000
021900* THAT NIGHT, ITS NIGHT TOTAL SO FAR, AND WHETHER THE ROUND      *02190000
022000* HAS ALREADY BEEN ADJUSTED                                      *02200000
022100*----------------------------------------------------------------*02210000
022200 01  WS-DSP-FIELDS.                                               02220000
022300     05 WS-DSP-CNT        PIC 9(03)   VALUE ZEROES.               02230000
022400     05 WS-MAX-DSPS       PIC 9(03)   VALUE 100.                  02240000
022500 01  WS-DSP-TABLE.                                                02250000
022600     05 WS-DSP-ENTRY      OCCURS 100 TIMES.                       02260000
022700        10 WS-DSP-ID      PIC X(05).                              02270000
022800        10 WS-DSP-DATE    PIC 9(08).                              02280000
022900        10 WS-DSP-SEQ     PIC 9(06).                              02290000
023000        10 WS-DSP-NEW     PIC X(03).                              02300000
023100        10 WS-DSP-RAW     PIC X(80).                              02310000
023200        10 WS-DSP-GUIDE-ID PIC X(05).                             02320000
023300        10 WS-DSP-OLD     PIC X(03).                              02330000
023400        10 WS-DSP-TOTAL   PIC 9(10).                              02340000
023500        10 WS-DSP-NIGHT-SW PIC X(01).                             02350000
023600           88 WS-DSP-PLAYED          VALUE 'Y'.                   02360000
023700        10 WS-DSP-DONE-SW PIC X(01).                              02370000
023800           88 WS-DSP-ALREADY         VALUE 'Y'.                   02380000
023900                                                                  02390000
024000 01  WS-SWITCHES.                                                 02400000
024100     05 DSP-FILE-STATUS   PIC X(02)   VALUE SPACES.               02410000
024200        88 DSP-SUCCESS    VALUE '00'.                             02420000
024300        88 DSP-EOF        VALUE '10'.                             02430000
024400     05 GAME-FILE-STATUS  PIC X(02)   VALUE SPACES.               02440000
024500        88 GAME-SUCCESS   VALUE '00'.                             02450000
024600        88 GAME-EOF       VALUE '10'.                             02460000
024700     05 MTX-FILE-STATUS   PIC X(02)   VALUE SPACES.               02470000
024800        88 MTX-SUCCESS    VALUE '00'.                             02480000
024900        88 MTX-EOF        VALUE '10'.                             02490000
025000     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               02500000
025100        88 LEADER-SUCCESS  VALUE '00'.                            02510000
025200        88 LEADER-EOF      VALUE '10'.                            02520000
025300     05 DRG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02530000
025400        88 DRG-SUCCESS    VALUE '00'.                             02540000
025500     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02550000
025600        88 SEXC-SUCCESS   VALUE '00'.                             02560000
025700     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02570000
025800        88 HIST-SUCCESS   VALUE '00'.                             02580000
025900                                                                  02590000
026000 01  WS-HIST-FIELDS.                                              02600000
026100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02610000
026200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02620000
026300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02630000
026301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02630100
026302                                                                  02630200
026303*----------------------------------------------------------------*02630300
026304*  CLOSED-PERIOD CHECK AREA - ANSWERED BY AOCDPCHK FROM THE      *02630400
026305*  AOCDPCTL CLOSED-PERIOD CONTROL FILE                           *02630500
026306*----------------------------------------------------------------*02630600
026307 01  WS-PCHK-AREA.                                                02630700
026308     05 WS-PCHK-PGM     PIC X(08)     VALUE SPACES.               02630800
026309     05 WS-PCHK-DATE    PIC 9(08)     VALUE ZEROES.               02630900
026310     05 WS-PCHK-RESULT  PIC X(01)     VALUE 'O'.                  02631000
026311     05 WS-PCHK-PERIOD  PIC 9(08)     VALUE ZEROES.               02631100
026400                                                                  02640000
026500*----------------------------------------------------------------*02650000
026600*  OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE   *02660000
026700*  AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE      *02670000
026800*----------------------------------------------------------------*02680000
026900 01  WS-OPCHK-AREA.                                               02690000
027000     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               02700000
027100     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  02710000
027200     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               02720000
027300     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               02730000
027400 01  WS-LOCK-FIELDS.                                              02740000
027500     05 LOCK-FILE-STATUS PIC X(02)    VALUE SPACES.               02750000
027600        88 LOCK-OPEN-OK  VALUE '00'.                              02760000
027700                                                                  02770000
027800*----------------------------------------------------------------*02780000
027900* THE RUN-LOCK TOKEN SHARED WITH THE BATCH DRIVER - UNDER        *02790000
028000* AOCDBATCH THE TOKEN MATCHES THE LOCK AND THE RUN IS ITS OWN;   *02800000
028100* A STANDALONE LAUNCH CARRIES NO TOKEN                           *02810000
028200*----------------------------------------------------------------*02820000
028300 01  WS-LOCK-TOKEN-AREA  EXTERNAL.                                02830000
028400     05 WS-LOCK-TOKEN        PIC X(14).                           02840000
028500                                                                  02850000
028600 PROCEDURE DIVISION.                                              02860000
028700*----------------------------------------------------------------*02870000
028800*  THIS PROGRAM CHANGES SHARED STATE - THE RUN IS REFUSED        *02880000
028900*  OUTRIGHT UNLESS THE OPERATOR-ID CARD NAMES AN OPERATOR        *02890000
029000*  AUTHORIZED FOR IT ON AOCDOPER                                 *02900000
029100*----------------------------------------------------------------*02910000
029200     MOVE 'AOCD2PGH'           TO WS-OPCHK-PGM.                   02920000
029300     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         02930000
029400     IF WS-OPCHK-RESULT NOT = 'Y'                                 02940000
029500        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      02950000
029600                WS-OPCHK-PGM                                      02960000
029700        MOVE 12             TO RETURN-CODE                        02970000
029800        GOBACK                                                    02980000
029900     END-IF.                                                      02990000
030000     OPEN INPUT LOCK-FILE.                                        03000000
030100     IF LOCK-OPEN-OK                                              03010000
030200        READ LOCK-FILE                                            03020000
030300           NOT AT END                                             03030000
030400              IF LCK-STATE = 'H'                                  03040000
030500                 AND LCK-RUN-ID NOT = WS-LOCK-TOKEN               03050000
030600                 DISPLAY 'RUN REFUSED - SUITE LOCK HELD BY '      03060000
030700                         'RUN ' LCK-RUN-ID ' OPERATOR '           03070000
030800                         LCK-OPERATOR                             03080000
030900                 CLOSE LOCK-FILE                                  03090000
031000                 MOVE 12      TO RETURN-CODE                      03100000
031100                 MOVE 'REFUSED - SUITE LOCK HELD' TO WS-HIST-MSG  03110000
031200                 PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT    03120000
031300                 GOBACK                                           03130000
031400              END-IF                                              03140000
031500        END-READ                                                  03150000
031600        CLOSE LOCK-FILE                                           03160000
031700     END-IF.                                                      03170000
031800                                                                  03180000
031900     ACCEPT WS-RUN-DATE       FROM DATE.                          03190000
031950     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 03195000
032000     PERFORM 0500-INIT-SCORE-MATRIX    THRU 0500-EXIT.            03200000
032100     PERFORM 1000-LOAD-DISPUTES        THRU 1000-EXIT.            03210000
032200     PERFORM 1500-SCAN-GUIDE           THRU 1500-EXIT.            03220000
032300     PERFORM 1700-SCAN-LEADERBOARD     THRU 1700-EXIT.            03230000
032400     OPEN EXTEND LEADER-HIST.                                     03240000
032500     OPEN OUTPUT DRG-RPT.                                         03250000
032600     OPEN EXTEND SUITE-EXC.                                       03260000
032700     PERFORM VARYING WS-I FROM 1 BY 1                             03270000
032800               UNTIL WS-I > WS-DSP-CNT                            03280000
032900        PERFORM 2000-APPLY-DISPUTE     THRU 2000-EXIT             03290000
033000     END-PERFORM.                                                 03300000
033100     CLOSE LEADER-HIST.                                           03310000
033200     CLOSE DRG-RPT.                                               03320000
033300     CLOSE SUITE-EXC.                                             03330000
033400     DISPLAY 'DISPUTES READ: ' WS-DSP-CNT ' POSTED: ' WS-POST-CNT 03340000
033500             ' REJECTED: ' WS-REJ-CNT.                            03350000
033600     IF WS-REJ-CNT > ZEROES                                       03360000
033700        IF RETURN-CODE < 4                                        03370000
033701           MOVE 4           TO RETURN-CODE                        03370100
033702        END-IF                                                    03370200
033800     END-IF.                                                      03380000
033900     STRING 'DISPUTES POSTED ' DELIMITED BY SIZE                  03390000
034000        WS-POST-CNT DELIMITED BY SIZE                             03400000
034100        ' REJECTED ' DELIMITED BY SIZE                            03410000
034200        WS-REJ-CNT DELIMITED BY SIZE                              03420000
034300        INTO WS-HIST-MSG.                                         03430000
034400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03440000
034500     GOBACK.                                                      03450000
034600                                                                  03460000
034700 0500-INIT-SCORE-MATRIX.                                          03470000
034800     OPEN INPUT SCORE-TABLE.                                      03480000
034900     IF NOT MTX-SUCCESS                                           03490000
035000        DISPLAY 'ERROR - UNABLE TO OPEN SCORE-TABLE, FILE STATUS:'03500000
035100                MTX-FILE-STATUS                                   03510000
035200        MOVE 16             TO RETURN-CODE                        03520000
035300        MOVE 'UNABLE TO OPEN SCORE-TABLE'  TO WS-HIST-MSG         03530000
035400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03540000
035500        GOBACK                                                    03550000
035600     END-IF.                                                      03560000
035700     PERFORM UNTIL MTX-EOF                                        03570000
035800        READ SCORE-TABLE                                          03580000
035900             AT END                                               03590000
036000                SET MTX-EOF TO TRUE                               03600000
036100             NOT AT END                                           03610000
036200                IF WS-LOAD-IDX < 9                                03620000
036300                   ADD 1 TO WS-LOAD-IDX                           03630000
036400                   MOVE MTX-ROUND-KEY                             03640000
036500                     TO WS-SCORE-KEY(WS-LOAD-IDX)                 03650000
036600                   MOVE MTX-ROUND-VALUE                           03660000
036700                     TO WS-SCORE-VALUE(WS-LOAD-IDX)               03670000
036800                   MOVE MTX-OUTCOME                               03680000
036900                     TO WS-SCORE-OUTCOME(WS-LOAD-IDX)             03690000
037000                END-IF                                            03700000
037100        END-READ                                                  03710000
037200     END-PERFORM.                                                 03720000
037300     CLOSE SCORE-TABLE.                                           03730000
037400 0500-EXIT.                                                       03740000
037500     EXIT.                                                        03750000
037600                                                                  03760000
037700 1000-LOAD-DISPUTES.                                              03770000
037800     OPEN INPUT DSP-FILE.                                         03780000
037900     IF NOT DSP-SUCCESS                                           03790000
038000        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2DSP, FILE STATUS: '  03800000
038100                DSP-FILE-STATUS                                   03810000
038200        MOVE 16             TO RETURN-CODE                        03820000
038300        MOVE 'UNABLE TO OPEN DISPUTES'       TO WS-HIST-MSG       03830000
038400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03840000
038500        GOBACK                                                    03850000
038600     END-IF.                                                      03860000
038700     PERFORM UNTIL DSP-EOF                                        03870000
038800        READ DSP-FILE                                             03880000
038900             AT END                                               03890000
039000                SET DSP-EOF TO TRUE                               03900000
039100             NOT AT END                                           03910000
039200                IF WS-DSP-CNT < WS-MAX-DSPS                       03920000
039300                   ADD 1 TO WS-DSP-CNT                            03930000
039400                   INITIALIZE WS-DSP-ENTRY(WS-DSP-CNT)            03940000
039500                   MOVE DSP-TABLE-ID  TO WS-DSP-ID(WS-DSP-CNT)    03950000
039600                   MOVE DSP-NEW-ROUND TO WS-DSP-NEW(WS-DSP-CNT)   03960000
039700                   MOVE DSP-REC       TO WS-DSP-RAW(WS-DSP-CNT)   03970000
039800                   IF DSP-RUN-DATE IS NUMERIC                     03980000
039900                      MOVE DSP-RUN-DATE                           03990000
040000                        TO WS-DSP-DATE(WS-DSP-CNT)                04000000
040100                   END-IF                                         04010000
040200                   IF DSP-ROUND-SEQ IS NUMERIC                    04020000
040300                      MOVE DSP-ROUND-SEQ                          04030000
040400                        TO WS-DSP-SEQ(WS-DSP-CNT)                 04040000
040500                   END-IF                                         04050000
040600                ELSE                                              04060000
040700                   DISPLAY 'DISPUTE CAPACITY (100) EXCEEDED - '   04070000
040800                           'NOT PROCESSED: ' DSP-REC              04080000
040900                END-IF                                            04090000
041000        END-READ                                                  04100000
041100     END-PERFORM.                                                 04110000
041200     CLOSE DSP-FILE.                                              04120000
041300 1000-EXIT.                                                       04130000
041400     EXIT.                                                        04140000
041500                                                                  04150000
041600 1500-SCAN-GUIDE.                                                 04160000
041700*----------------------------------------------------------------*04170000
041800* ONE PASS OF THE NIGHT'S GUIDE, COUNTING RECORDS - THE ROUND    *04180000
041900* SEQUENCE IS THE RECORD'S POSITION IN THE FILE. A BLANK TABLE   *04190000
042000* ID SCORED AS DFLT, SO IT IS MATCHED AS DFLT HERE TOO           *04200000
042100*----------------------------------------------------------------*04210000
042200     OPEN INPUT GAME-DATA.                                        04220000
042300     IF NOT GAME-SUCCESS                                          04230000
042400        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY2, FILE STATUS: '   04240000
042500                GAME-FILE-STATUS                                  04250000
042600        MOVE 16             TO RETURN-CODE                        04260000
042700        MOVE 'UNABLE TO OPEN GAME-DATA'      TO WS-HIST-MSG       04270000
042800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04280000
042900        GOBACK                                                    04290000
043000     END-IF.                                                      04300000
043100     PERFORM UNTIL GAME-EOF                                       04310000
043200        READ GAME-DATA                                            04320000
043300             AT END                                               04330000
043400                SET GAME-EOF TO TRUE                              04340000
043500             NOT AT END                                           04350000
043600                ADD 1 TO WS-GAME-SEQ                              04360000
043700                PERFORM VARYING WS-J FROM 1 BY 1                  04370000
043800                          UNTIL WS-J > WS-DSP-CNT                 04380000
043900                   IF WS-DSP-SEQ(WS-J) = WS-GAME-SEQ              04390000
044000                      MOVE ROUND  TO WS-DSP-OLD(WS-J)             04400000
044100                      IF RND-TABLE-ID = SPACES                    04410000
044200                         MOVE 'DFLT ' TO WS-DSP-GUIDE-ID(WS-J)    04420000
044300                      ELSE                                        04430000
044400                         MOVE RND-TABLE-ID                        04440000
044500                           TO WS-DSP-GUIDE-ID(WS-J)               04450000
044600                      END-IF                                      04460000
044700                   END-IF                                         04470000
044800                END-PERFORM                                       04480000
044900        END-READ                                                  04490000
045000     END-PERFORM.                                                 04500000
045100     CLOSE GAME-DATA.                                             04510000
045200 1500-EXIT.                                                       04520000
045300     EXIT.                                                        04530000
045400                                                                  04540000
045500 1700-SCAN-LEADERBOARD.                                           04550000
045600*----------------------------------------------------------------*04560000
045700* THE TABLE'S NIGHT TOTAL AS IT STANDS - THE NIGHT ROW PLUS ANY  *04570000
045800* ADJUSTMENTS ALREADY POSTED AGAINST IT - AND WHETHER THIS VERY  *04580000
045900* ROUND HAS BEEN ADJUSTED BEFORE                                 *04590000
046000*----------------------------------------------------------------*04600000
046100     OPEN INPUT LEADER-HIST.                                      04610000
046200     IF NOT LEADER-SUCCESS                                        04620000
046300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '  04630000
046400                LEADER-FILE-STATUS                                04640000
046500        MOVE 16             TO RETURN-CODE                        04650000
046600        MOVE 'UNABLE TO OPEN LEADER-HIST'    TO WS-HIST-MSG       04660000
046700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04670000
046800        GOBACK                                                    04680000
046900     END-IF.                                                      04690000
047000     PERFORM UNTIL LEADER-EOF                                     04700000
047100        READ LEADER-HIST                                          04710000
047200             AT END                                               04720000
047300                SET LEADER-EOF TO TRUE                            04730000
047400             NOT AT END                                           04740000
047500                PERFORM VARYING WS-J FROM 1 BY 1                  04750000
047600                          UNTIL WS-J > WS-DSP-CNT                 04760000
047700                   IF LDR-TABLE-ID = WS-DSP-ID(WS-J)              04770000
047800                      AND LDR-RUN-DATE = WS-DSP-DATE(WS-J)        04780000
047900                      PERFORM 1710-FOLD-ONE-ROW  THRU 1710-EXIT   04790000
048000                   END-IF                                         04800000
048100                END-PERFORM                                       04810000
048200        END-READ                                                  04820000
048300     END-PERFORM.                                                 04830000
048400     CLOSE LEADER-HIST.                                           04840000
048500 1700-EXIT.                                                       04850000
048600     EXIT.                                                        04860000
048700                                                                  04870000
048800 1710-FOLD-ONE-ROW.                                               04880000
048900     IF NOT LDR-ADJUSTMENT                                        04890000
049000        SET WS-DSP-PLAYED(WS-J)   TO TRUE                         04900000
049100        ADD LDR-TOTAL             TO WS-DSP-TOTAL(WS-J)           04910000
049200        GO TO 1710-EXIT                                           04920000
049300     END-IF.                                                      04930000
049400     IF LDR-ADJ-SIGN = '-'                                        04940000
049500        SUBTRACT LDR-ADJ-POINTS   FROM WS-DSP-TOTAL(WS-J)         04950000
049600     ELSE                                                         04960000
049700        ADD LDR-ADJ-POINTS        TO WS-DSP-TOTAL(WS-J)           04970000
049800     END-IF.                                                      04980000
049900     IF LDR-ADJ-SEQ = WS-DSP-SEQ(WS-J)                            04990000
050000        SET WS-DSP-ALREADY(WS-J)  TO TRUE                         05000000
050100     END-IF.                                                      05010000
050200 1710-EXIT.                                                       05020000
050300     EXIT.                                                        05030000
050400                                                                  05040000
050500 2000-APPLY-DISPUTE.                                              05050000
050600*----------------------------------------------------------------*05060000
050700* VALIDATE, RE-SCORE THE ONE ROUND, POST THE DIFFERENCE. A       *05070000
050800* ROUND IS ADJUSTED ONCE - A SECOND DISPUTE OF THE SAME ROUND,   *05080000
050900* IN THIS FILE OR A LATER ONE, IS REJECTED FOR THE COMMITTEE     *05090000
051000*----------------------------------------------------------------*05100000
051100     MOVE SPACES              TO WS-REJ-REASON.                   05110000
051200     MOVE ZEROES              TO WS-OLD-PTS.                      05120000
051300     MOVE ZEROES              TO WS-NEW-PTS.                      05130000
051400     MOVE SPACES              TO WS-OLD-OUT.                      05140000
051500     MOVE SPACES              TO WS-NEW-OUT.                      05150000
051600     PERFORM VARYING WS-K FROM 1 BY 1                             05160000
051700               UNTIL WS-K > WS-LOAD-IDX                           05170000
051800        IF WS-SCORE-KEY(WS-K) = WS-DSP-OLD(WS-I)                  05180000
051900           MOVE WS-SCORE-VALUE(WS-K)    TO WS-OLD-PTS             05190000
052000           MOVE WS-SCORE-OUTCOME(WS-K)  TO WS-OLD-OUT             05200000
052100        END-IF                                                    05210000
052200        IF WS-SCORE-KEY(WS-K) = WS-DSP-NEW(WS-I)                  05220000
052300           MOVE WS-SCORE-VALUE(WS-K)    TO WS-NEW-PTS             05230000
052400           MOVE WS-SCORE-OUTCOME(WS-K)  TO WS-NEW-OUT             05240000
052500        END-IF                                                    05250000
052600     END-PERFORM.                                                 05260000
052700     EVALUATE TRUE                                                05270000
052800         WHEN WS-DSP-DATE(WS-I) = ZEROES                          05280000
052900           OR WS-DSP-SEQ(WS-I) = ZEROES                           05290000
053000              MOVE 'BADDATA'  TO WS-REJ-REASON                    05300000
053100         WHEN WS-DSP-SEQ(WS-I) > WS-GAME-SEQ                      05310000
053200              MOVE 'NOSEQ'    TO WS-REJ-REASON                    05320000
053300         WHEN WS-DSP-GUIDE-ID(WS-I) NOT = WS-DSP-ID(WS-I)         05330000
053400              MOVE 'WRONGTBL' TO WS-REJ-REASON                    05340000
053500         WHEN WS-OLD-OUT = SPACES                                 05350000
053600              MOVE 'OLDINVLD' TO WS-REJ-REASON                    05360000
053700         WHEN WS-NEW-OUT = SPACES                                 05370000
053800              MOVE 'BADCODE'  TO WS-REJ-REASON                    05380000
053900         WHEN WS-DSP-NEW(WS-I) = WS-DSP-OLD(WS-I)                 05390000
054000              MOVE 'NOCHANGE' TO WS-REJ-REASON                    05400000
054100         WHEN NOT WS-DSP-PLAYED(WS-I)                             05410000
054200              MOVE 'NONIGHT'  TO WS-REJ-REASON                    05420000
054300         WHEN WS-DSP-ALREADY(WS-I)                                05430000
054400              MOVE 'ALREADY'  TO WS-REJ-REASON                    05440000
054500     END-EVALUATE.                                                05450000
054600     COMPUTE WS-DELTA = WS-NEW-PTS - WS-OLD-PTS.                  05460000
054700     IF WS-REJ-REASON = SPACES                                    05470000
054800        AND WS-DSP-TOTAL(WS-I) + WS-DELTA < ZEROES                05480000
054900        MOVE 'NEGTOTAL'       TO WS-REJ-REASON                    05490000
055000     END-IF.                                                      05500000
055001*----------------------------------------------------------------*05500100
055002* A DISPUTE ADJUSTS A NIGHT ALREADY POSTED - IF THAT NIGHT FALLS *05500200
055003* IN A CLOSED PERIOD THE ADJUSTMENT IS REFUSED UNLESS THE PERIOD *05500300
055004* IS REOPENED FOR THIS PROGRAM TODAY                             *05500400
055005*----------------------------------------------------------------*05500500
055006     IF WS-REJ-REASON = SPACES                                    05500600
055007        MOVE 'AOCD2PGH'       TO WS-PCHK-PGM                      05500700
055008        MOVE WS-DSP-DATE(WS-I) TO WS-PCHK-DATE                    05500800
055009        CALL 'AOCDPCHK' USING WS-PCHK-AREA                        05500900
055010        IF WS-PCHK-RESULT = 'C'                                   05501000
055011           MOVE 'PERCLOSD'    TO WS-REJ-REASON                    05501100
055012        END-IF                                                    05501200
055013        IF WS-PCHK-RESULT = 'R'                                   05501300
055014           DISPLAY 'ADJUSTING INTO REOPENED PERIOD '              05501400
055015                   WS-PCHK-PERIOD ' - ' WS-DSP-ID(WS-I)           05501500
055016                   ' ' WS-DSP-DATE(WS-I)                          05501600
055017        END-IF                                                    05501700
055018     END-IF.                                                      05501800
055100     INITIALIZE               DRG-REC.                            05510000
055200     MOVE WS-DSP-ID(WS-I)     TO DRG-TABLE-ID.                    05520000
055300     MOVE WS-DSP-DATE(WS-I)   TO DRG-RUN-DATE.                    05530000
055400     MOVE WS-DSP-SEQ(WS-I)    TO DRG-ROUND-SEQ.                   05540000
055500     MOVE WS-DSP-OLD(WS-I)    TO DRG-OLD-ROUND.                   05550000
055600     MOVE WS-OLD-PTS          TO DRG-OLD-PTS.                     05560000
055700     MOVE WS-DSP-NEW(WS-I)    TO DRG-NEW-ROUND.                   05570000
055800     MOVE WS-NEW-PTS          TO DRG-NEW-PTS.                     05580000
055900     MOVE WS-DSP-TOTAL(WS-I)  TO DRG-BEFORE.                      05590000
056000     MOVE WS-DSP-TOTAL(WS-I)  TO DRG-AFTER.                       05600000
056100     IF WS-REJ-REASON NOT = SPACES                                05610000
056200        PERFORM 2900-REJECT-DISPUTE    THRU 2900-EXIT             05620000
056300        GO TO 2000-EXIT                                           05630000
056400     END-IF.                                                      05640000
056500     COMPUTE WS-AFTER = WS-DSP-TOTAL(WS-I) + WS-DELTA.            05650000
056600     INITIALIZE               LEADER-REC.                         05660000
056700     MOVE WS-DSP-DATE(WS-I)   TO LDR-RUN-DATE.                    05670000
056800     MOVE WS-DSP-ID(WS-I)     TO LDR-TABLE-ID.                    05680000
056900     SET LDR-ADJUSTMENT       TO TRUE.                            05690000
057000     IF WS-DELTA < ZEROES                                         05700000
057100        MOVE '-'              TO LDR-ADJ-SIGN                     05710000
057200        COMPUTE LDR-ADJ-POINTS = ZEROES - WS-DELTA                05720000
057300     ELSE                                                         05730000
057400        MOVE '+'              TO LDR-ADJ-SIGN                     05740000
057500        MOVE WS-DELTA         TO LDR-ADJ-POINTS                   05750000
057600     END-IF.                                                      05760000
057700     MOVE WS-OLD-OUT          TO LDR-ADJ-OLD-OUT.                 05770000
057800     MOVE WS-NEW-OUT          TO LDR-ADJ-NEW-OUT.                 05780000
057900     MOVE WS-DSP-SEQ(WS-I)    TO LDR-ADJ-SEQ.                     05790000
058000     MOVE WS-DSP-OLD(WS-I)    TO LDR-ADJ-OLD-RND.                 05800000
058100     MOVE WS-DSP-NEW(WS-I)    TO LDR-ADJ-NEW-RND.                 05810000
058200     WRITE LEADER-REC.                                            05820000
058300     ADD 1                    TO WS-POST-CNT.                     05830000
058400     MOVE LDR-ADJ-SIGN        TO DRG-ADJ-SIGN.                    05840000
058500     MOVE LDR-ADJ-POINTS      TO DRG-ADJ-POINTS.                  05850000
058600     MOVE WS-AFTER            TO DRG-AFTER.                       05860000
058700     MOVE 'POSTED'            TO DRG-STATUS.                      05870000
058800     WRITE DRG-REC.                                               05880000
058900*----------------------------------------------------------------*05890000
059000* LATER DISPUTES AGAINST THE SAME TABLE AND NIGHT START FROM THE *05900000
059100* CORRECTED TOTAL, AND A REPEAT OF THIS ROUND IS NOW A DUPLICATE *05910000
059200*----------------------------------------------------------------*05920000
059300     PERFORM VARYING WS-J FROM WS-I BY 1                          05930000
059400               UNTIL WS-J > WS-DSP-CNT                            05940000
059500        IF WS-DSP-ID(WS-J) = WS-DSP-ID(WS-I)                      05950000
059600           AND WS-DSP-DATE(WS-J) = WS-DSP-DATE(WS-I)              05960000
059700           MOVE WS-AFTER      TO WS-DSP-TOTAL(WS-J)               05970000
059800           IF WS-DSP-SEQ(WS-J) = WS-DSP-SEQ(WS-I)                 05980000
059900              SET WS-DSP-ALREADY(WS-J)  TO TRUE                   05990000
060000           END-IF                                                 06000000
060100        END-IF                                                    06010000
060200     END-PERFORM.                                                 06020000
060300 2000-EXIT.                                                       06030000
060400     EXIT.                                                        06040000
060500                                                                  06050000
060600 2900-REJECT-DISPUTE.                                             06060000
060700     ADD 1                    TO WS-REJ-CNT.                      06070000
060800     MOVE WS-REJ-REASON       TO DRG-STATUS.                      06080000
060900     WRITE DRG-REC.                                               06090000
061000     INITIALIZE               SUITE-EXC-REC.                      06100000
061100     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    06110000
061200     MOVE 'AOCD2PGH'          TO EXC-PGM.                         06120000
061300     MOVE WS-DSP-ID(WS-I)     TO EXC-REC-KEY.                     06130000
061400     MOVE WS-REJ-REASON       TO EXC-REASON.                      06140000
061500     MOVE WS-DSP-RAW(WS-I)    TO EXC-RAW-DATA.                    06150000
061600     WRITE SUITE-EXC-REC.                                         06160000
061700     DISPLAY 'DISPUTE REJECTED ' WS-REJ-REASON ': '               06170000
061800             WS-DSP-ID(WS-I) ' ' WS-DSP-DATE(WS-I)                06180000
061900             ' ROUND ' WS-DSP-SEQ(WS-I).                          06190000
062000 2900-EXIT.                                                       06200000
062100     EXIT.                                                        06210000
062200                                                                  06220000
062300*----------------------------------------------------------------*06230000
062400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06240000
062500*----------------------------------------------------------------*06250000
062600 9800-WRITE-AUDIT-HIST.                                           06260000
062700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06270000
062800     ACCEPT WS-HIST-TIME FROM TIME.                               06280000
062900     OPEN EXTEND AUD-HIST.                                        06290000
063000     INITIALIZE AUD-HIST-REC.                                     06300000
063100     MOVE WS-HIST-DATE          TO HIST-DATE.                     06310000
063200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06320000
063300     MOVE 'AOCD2PGH'            TO HIST-PGM.                      06330000
063301     MOVE WS-HIST-VER           TO HIST-VERSION.                  06330100
063400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06340000
063500     WRITE AUD-HIST-REC.                                          06350000
063600     CLOSE AUD-HIST.                                              06360000
063700 9800-EXIT.                                                       06370000
063800     EXIT.                                                        06380000
