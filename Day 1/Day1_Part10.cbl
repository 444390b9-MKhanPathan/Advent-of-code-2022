000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 10                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PER-ELF DECLINE ALERTS. AOCD1TRD KEEPS ONE NUMBER PER RUN AND *00040000
000500*  AOCD1IDX IS REBUILT EVERY NIGHT, SO AN ELF WHO HAS BEEN       *00050000
000600*  PACKING LESS FOR THREE WEEKS HIDES BEHIND THE CAMP HIGH.      *00060000
000700*  AOCD1PG1 APPENDS EVERY VALIDATED ELF'S TOTAL TO THE DATED     *00070000
000800*  AOCD1EHS HISTORY; THIS PROGRAM SORTS THAT HISTORY BY ELF AND  *00080000
000900*  DATE AND FLAGS EACH ELF ON THE LATEST RUN WHOSE TOTAL HAS     *00090000
001000*  FALLEN FOR N CONSECUTIVE RUNS, OR DROPPED MORE THAN A SET     *00100000
001100*  PERCENTAGE BELOW THEIR OWN TRAILING AVERAGE.                  *00110000
001110*  EACH FLAGGED ELF IS ALSO RAISED ON THE SHARED AOCDALRT FILE   *00111000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
001400 PROGRAM-ID. AOCD1PGA.                                            00140000
001500 AUTHOR. z/OS Mainframer.                                         00150000
001600                                                                  00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
001900 FILE-CONTROL.                                                    00190000
002000*----------------------------------------------------------------*00200000
002100* THE PER-ELF PACKING HISTORY AOCD1PG1 APPENDS TO EVERY RUN      *00210000
002200*----------------------------------------------------------------*00220000
002300     SELECT ELF-HIST    ASSIGN TO AOCD1EHS                        00230000
002400        ORGANIZATION    IS SEQUENTIAL                             00240000
002500         ACCESS MODE    IS SEQUENTIAL                             00250000
002600         FILE STATUS    IS EHS-FILE-STATUS.                       00260000
002700                                                                  00270000
002800     SELECT SORT-WORK   ASSIGN TO SORTWK01.                       00280000
002900                                                                  00290000
003000*----------------------------------------------------------------*00300000
003100* DECLINE ALERT REPORT - ONE LINE PER SLIPPING ELF               *00310000
003200*----------------------------------------------------------------*00320000
003300     SELECT DCL-RPT     ASSIGN TO AOCD1EDR                        00330000
003400        ORGANIZATION    IS SEQUENTIAL                             00340000
003500         ACCESS MODE    IS SEQUENTIAL                             00350000
003600         FILE STATUS    IS DCL-FILE-STATUS.                       00360000
003700                                                                  00370000
003710*----------------------------------------------------------------*00371000
003720* SHARED SUITE ALERT FILE - EACH DECLINING ELF IS RAISED HERE IN *00372000
003730* THE COMMON AOCDALR LAYOUT FOR THE ALERT ROUTING STEP           *00373000
003740*----------------------------------------------------------------*00374000
003750     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        00375000
003760        ORGANIZATION    IS SEQUENTIAL                             00376000
003770         ACCESS MODE    IS SEQUENTIAL                             00377000
003780         FILE STATUS    IS ALRT-FILE-STATUS.                      00378000
003790                                                                  00379000
003800*----------------------------------------------------------------*00380000
003900*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00390000
004000*----------------------------------------------------------------*00400000
004100     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS HIST-FILE-STATUS.                      00440000
004500                                                                  00450000
004600 DATA DIVISION.                                                   00460000
004700 FILE SECTION.                                                    00470000
004800 FD  ELF-HIST.                                                    00480000
004900 01  EHS-REC.                                                     00490000
005000     05 EHS-RUN-DATE      PIC 9(08).                              00500000
005100     05 FILLER            PIC X(01).                              00510000
005200     05 EHS-ELF-KEY       PIC X(10).                              00520000
005300     05 FILLER            PIC X(01).                              00530000
005400     05 EHS-TEAM          PIC X(10).                              00540000
005500     05 FILLER            PIC X(01).                              00550000
005600     05 EHS-EXP-ID        PIC X(09).                              00560000
005700     05 FILLER            PIC X(01).                              00570000
005800     05 EHS-TOTAL         PIC 9(10).                              00580000
005900                                                                  00590000
006000*----------------------------------------------------------------*00600000
006100* SORT WORK FILE - THE HISTORY BY ELF, THEN DATE, WITH A SAME-   *00610000
006200* DAY RERUN KEPT IN ARRIVAL ORDER SO ITS LATER ROW WINS          *00620000
006300*----------------------------------------------------------------*00630000
006400 SD  SORT-WORK.                                                   00640000
006500 01  SORT-REC.                                                    00650000
006600     05 SRT-ELF-KEY       PIC X(10).                              00660000
006700     05 SRT-RUN-DATE      PIC 9(08).                              00670000
006800     05 SRT-TEAM          PIC X(10).                              00680000
006900     05 SRT-TOTAL         PIC 9(10).                              00690000
007000                                                                  00700000
007100 FD  DCL-RPT.                                                     00710000
007200 01  DCL-REC.                                                     00720000
007300     05 DCL-ELF-KEY       PIC X(10).                              00730000
007400     05 FILLER            PIC X(02).                              00740000
007500     05 DCL-TEAM          PIC X(10).                              00750000
007600     05 FILLER            PIC X(02).                              00760000
007700     05 DCL-RUN-DATE      PIC 9(08).                              00770000
007800     05 FILLER            PIC X(02).                              00780000
007900     05 DCL-LATEST        PIC 9(10).                              00790000
008000     05 FILLER            PIC X(02).                              00800000
008100     05 DCL-PRIOR         PIC 9(10).                              00810000
008200     05 FILLER            PIC X(02).                              00820000
008300     05 DCL-TRAIL-AVG     PIC 9(10).                              00830000
008400     05 FILLER            PIC X(02).                              00840000
008500     05 DCL-DROP-PCT      PIC 9(03)V99.                           00850000
008600     05 FILLER            PIC X(02).                              00860000
008700     05 DCL-FALL-RUNS     PIC 9(03).                              00870000
008800     05 FILLER            PIC X(02).                              00880000
008900     05 DCL-REASON        PIC X(08).                              00890000
008910                                                                  00891000
008920 FD  ALERT-FILE.                                                  00892000
008930     COPY AOCDALR.                                                00893000
009000                                                                  00900000
009100*----------------------------------------------------------------*00910000
009200*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *00920000
009300*----------------------------------------------------------------*00930000
009400 FD  AUD-HIST                                                     00940000
009500     DATA RECORD IS AUD-HIST-REC.                                 00950000
009600 01  AUD-HIST-REC.                                                00960000
009700     05 HIST-DATE            PIC 9(08).                           00970000
009800     05 FILLER               PIC X(02).                           00980000
009900     05 HIST-TIME            PIC 9(06).                           00990000
010000     05 FILLER               PIC X(02).                           01000000
010100     05 HIST-PGM             PIC X(08).                           01010000
010200     05 FILLER               PIC X(02).                           01020000
010300     05 HIST-OUTPUT          PIC X(40).                           01030000
010301     05 FILLER               PIC X(02).                           01030100
010302     05 HIST-VERSION         PIC X(08).                           01030200
010400                                                                  01040000
010500 WORKING-STORAGE SECTION.                                         01050000
010600 01  WS-WORK-FIELDS.                                              01060000
010700     05 WS-I              PIC 9(03)   VALUE ZEROES.               01070000
010800     05 WS-FROM           PIC 9(03)   VALUE ZEROES.               01080000
010900     05 WS-FALL-LIMIT     PIC 9(02)   VALUE 3.                    01090000
011000     05 WS-DROP-LIMIT     PIC 9(03)   VALUE 20.                   01100000
011100     05 WS-WINDOW         PIC 9(02)   VALUE 5.                    01110000
011200     05 WS-NEWEST-DATE    PIC 9(08)   VALUE ZEROES.               01120000
011300     05 WS-READ-CNT       PIC 9(07)   VALUE ZEROES.               01130000
011400     05 WS-ELF-CNT        PIC 9(05)   VALUE ZEROES.               01140000
011500     05 WS-FLAG-CNT       PIC 9(05)   VALUE ZEROES.               01150000
011600     05 WS-FALL-RUNS      PIC 9(03)   VALUE ZEROES.               01160000
011700     05 WS-TRAIL-SUM      PIC 9(12)   VALUE ZEROES.               01170000
011800     05 WS-TRAIL-CNT      PIC 9(03)   VALUE ZEROES.               01180000
011900     05 WS-TRAIL-AVG      PIC 9(10)   VALUE ZEROES.               01190000
012000     05 WS-DROP-PCT       PIC 9(03)V99 VALUE ZEROES.              01200000
012100     05 WS-REASON         PIC X(08)   VALUE SPACES.               01210000
012200     05 WS-SORT-DONE-SW   PIC X(01)   VALUE 'N'.                  01220000
012300        88 WS-SORT-DONE   VALUE 'Y'.                              01230000
012400                                                                  01240000
012500*----------------------------------------------------------------*01250000
012600* ONE ELF'S RUNS, OLDEST FIRST. ONLY THE LATEST 21 ARE KEPT -    *01260000
012700* ENOUGH FOR THE LONGEST TRAILING WINDOW PLUS THE LATEST RUN     *01270000
012800*----------------------------------------------------------------*01280000
012900 01  WS-ELF-FIELDS.                                               01290000
013000     05 WS-CUR-KEY        PIC X(10)   VALUE SPACES.               01300000
013100     05 WS-CUR-TEAM       PIC X(10)   VALUE SPACES.               01310000
013200     05 WS-RUN-CNT        PIC 9(03)   VALUE ZEROES.               01320000
013300     05 WS-MAX-RUNS       PIC 9(03)   VALUE 21.                   01330000
013400 01  WS-RUN-TABLE.                                                01340000
013500     05 WS-RUN-ENTRY      OCCURS 21 TIMES.                        01350000
013600        10 WS-RUN-DATE    PIC 9(08).                              01360000
013700        10 WS-RUN-TOTAL   PIC 9(10).                              01370000
013800                                                                  01380000
013900 01  WS-SWITCHES.                                                 01390000
014000     05 EHS-FILE-STATUS   PIC X(02)   VALUE SPACES.               01400000
014100        88 EHS-SUCCESS    VALUE '00'.                             01410000
014200        88 EHS-EOF        VALUE '10'.                             01420000
014300     05 DCL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01430000
014400        88 DCL-SUCCESS    VALUE '00'.                             01440000
014410     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               01441000
014420        88 ALRT-SUCCESS   VALUE '00'.                             01442000
014500     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01450000
014600        88 HIST-SUCCESS   VALUE '00'.                             01460000
014700                                                                  01470000
014800 01  WS-HIST-FIELDS.                                              01480000
014900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01490000
015000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01500000
015100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01510000
015101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01510100
015200                                                                  01520000
015300*----------------------------------------------------------------*01530000
015400* RUN-TIME PARAMETERS - THE CONSECUTIVE-FALL COUNT (DEFAULT 3),  *01540000
015500* THE PERCENTAGE DROP AGAINST THE TRAILING AVERAGE (DEFAULT 20)  *01550000
015600* AND THE TRAILING WINDOW IN RUNS (DEFAULT 5, AT MOST 20)        *01560000
015700*----------------------------------------------------------------*01570000
015800 LINKAGE SECTION.                                                 01580000
015900 01  LS-PARM-DATA.                                                01590000
016000     05 LS-FALL-PARM    PIC X(02).                                01600000
016100     05 LS-DROP-PARM    PIC X(03).                                01610000
016200     05 LS-WIN-PARM     PIC X(02).                                01620000
016300 PROCEDURE DIVISION USING LS-PARM-DATA.                           01630000
016400                                                                  01640000
016500     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            01650000
016600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01660000
016700     SORT SORT-WORK                                               01670000
016800         ON ASCENDING KEY SRT-ELF-KEY                             01680000
016900         ON ASCENDING KEY SRT-RUN-DATE                            01690000
017000         WITH DUPLICATES IN ORDER                                 01700000
017100         INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT         01710000
017200         OUTPUT PROCEDURE IS 3000-EVALUATE-ELVES THRU 3000-EXIT.  01720000
017300     PERFORM 4000-CLOSE-FILES          THRU 4000-EXIT.            01730000
017400                                                                  01740000
017500     STRING 'ELVES ' DELIMITED BY SIZE                            01750000
017600        WS-ELF-CNT DELIMITED BY SIZE                              01760000
017700        ' DECLINING ' DELIMITED BY SIZE                           01770000
017800        WS-FLAG-CNT DELIMITED BY SIZE                             01780000
017900        INTO WS-HIST-MSG.                                         01790000
018000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01800000
018100     GOBACK.                                                      01810000
018200                                                                  01820000
018300 0400-INIT-PARM.                                                  01830000
018400     IF LS-FALL-PARM IS NUMERIC AND LS-FALL-PARM > ZEROES         01840000
018500        MOVE LS-FALL-PARM        TO WS-FALL-LIMIT                 01850000
018600     END-IF.                                                      01860000
018700     IF LS-DROP-PARM IS NUMERIC AND LS-DROP-PARM > ZEROES         01870000
018800        MOVE LS-DROP-PARM        TO WS-DROP-LIMIT                 01880000
018900     END-IF.                                                      01890000
019000     IF LS-WIN-PARM IS NUMERIC AND LS-WIN-PARM > ZEROES           01900000
019100        MOVE LS-WIN-PARM         TO WS-WINDOW                     01910000
019200     END-IF.                                                      01920000
019300     IF WS-WINDOW > 20                                            01930000
019400        MOVE 20                  TO WS-WINDOW                     01940000
019500     END-IF.                                                      01950000
019600 0400-EXIT.                                                       01960000
019700     EXIT.                                                        01970000
019800                                                                  01980000
019900 1000-OPEN-FILES.                                                 01990000
020000     OPEN INPUT ELF-HIST.                                         02000000
020100     IF NOT EHS-SUCCESS                                           02010000
020200        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1EHS, FILE STATUS: '  02020000
020300                EHS-FILE-STATUS                                   02030000
020400        MOVE 16             TO RETURN-CODE                        02040000
020500        MOVE 'UNABLE TO OPEN ELF HISTORY'    TO WS-HIST-MSG       02050000
020600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02060000
020700        GOBACK                                                    02070000
020800     END-IF.                                                      02080000
020900     OPEN OUTPUT DCL-RPT.                                         02090000
020910     OPEN EXTEND ALERT-FILE.                                      02091000
021000 1000-EXIT.                                                       02100000
021100     EXIT.                                                        02110000
021200                                                                  02120000
021300 2000-FEED-SORT.                                                  02130000
021400*----------------------------------------------------------------*02140000
021500* SORT INPUT PROCEDURE - EVERY HISTORY ROW IS RELEASED, AND THE  *02150000
021600* NEWEST RUN DATE ON FILE IS NOTED ON THE WAY PAST SO ONLY ELVES *02160000
021700* ON THE LATEST RUN ARE JUDGED                                   *02170000
021800*----------------------------------------------------------------*02180000
021900     PERFORM UNTIL EHS-EOF                                        02190000
022000        READ ELF-HIST                                             02200000
022100             AT END                                               02210000
022200                SET EHS-EOF TO TRUE                               02220000
022300             NOT AT END                                           02230000
022400                IF EHS-RUN-DATE IS NUMERIC                        02240000
022500                   AND EHS-TOTAL IS NUMERIC                       02250000
022600                   AND EHS-ELF-KEY NOT = SPACES                   02260000
022700                   ADD 1              TO WS-READ-CNT              02270000
022800                   IF EHS-RUN-DATE > WS-NEWEST-DATE               02280000
022900                      MOVE EHS-RUN-DATE  TO WS-NEWEST-DATE        02290000
023000                   END-IF                                         02300000
023100                   MOVE EHS-ELF-KEY   TO SRT-ELF-KEY              02310000
023200                   MOVE EHS-RUN-DATE  TO SRT-RUN-DATE             02320000
023300                   MOVE EHS-TEAM      TO SRT-TEAM                 02330000
023400                   MOVE EHS-TOTAL     TO SRT-TOTAL                02340000
023500                   RELEASE SORT-REC                               02350000
023600                ELSE                                              02360000
023700                   DISPLAY 'HISTORY ROW SKIPPED: ' EHS-REC        02370000
023800                END-IF                                            02380000
023900        END-READ                                                  02390000
024000     END-PERFORM.                                                 02400000
024100 2000-EXIT.                                                       02410000
024200     EXIT.                                                        02420000
024300                                                                  02430000
024400 3000-EVALUATE-ELVES.                                             02440000
024500*----------------------------------------------------------------*02450000
024600* SORT OUTPUT PROCEDURE - EACH ELF'S RUNS ARE GATHERED OLDEST    *02460000
024700* FIRST; A CHANGE OF ELF KEY JUDGES THE ELF JUST GATHERED        *02470000
024800*----------------------------------------------------------------*02480000
024900     PERFORM UNTIL WS-SORT-DONE                                   02490000
025000        RETURN SORT-WORK                                          02500000
025100            AT END                                                02510000
025200               SET WS-SORT-DONE TO TRUE                           02520000
025300            NOT AT END                                            02530000
025400               IF SRT-ELF-KEY NOT = WS-CUR-KEY                    02540000
025500                  IF WS-CUR-KEY NOT = SPACES                      02550000
025600                     PERFORM 3500-JUDGE-ELF  THRU 3500-EXIT       02560000
025700                  END-IF                                          02570000
025800                  MOVE SRT-ELF-KEY   TO WS-CUR-KEY                02580000
025900                  MOVE ZEROES        TO WS-RUN-CNT                02590000
026000               END-IF                                             02600000
026100               PERFORM 3100-ADD-RUN  THRU 3100-EXIT               02610000
026200        END-RETURN                                                02620000
026300     END-PERFORM.                                                 02630000
026400     IF WS-CUR-KEY NOT = SPACES                                   02640000
026500        PERFORM 3500-JUDGE-ELF  THRU 3500-EXIT                    02650000
026600     END-IF.                                                      02660000
026700 3000-EXIT.                                                       02670000
026800     EXIT.                                                        02680000
026900                                                                  02690000
027000 3100-ADD-RUN.                                                    02700000
027100*----------------------------------------------------------------*02710000
027200* A SECOND ROW FOR THE SAME DATE IS A RERUN AND REPLACES THE     *02720000
027300* FIRST. A FULL TABLE SHIFTS DOWN SO THE OLDEST RUN DROPS OFF    *02730000
027400*----------------------------------------------------------------*02740000
027500     MOVE SRT-TEAM            TO WS-CUR-TEAM.                     02750000
027600     IF WS-RUN-CNT > ZEROES                                       02760000
027700        IF WS-RUN-DATE(WS-RUN-CNT) = SRT-RUN-DATE                 02770000
027800           MOVE SRT-TOTAL     TO WS-RUN-TOTAL(WS-RUN-CNT)         02780000
027900           GO TO 3100-EXIT                                        02790000
028000        END-IF                                                    02800000
028100     END-IF.                                                      02810000
028200     IF WS-RUN-CNT = WS-MAX-RUNS                                  02820000
028300        PERFORM VARYING WS-I FROM 1 BY 1                          02830000
028400                  UNTIL WS-I = WS-MAX-RUNS                        02840000
028500           MOVE WS-RUN-ENTRY(WS-I + 1)  TO WS-RUN-ENTRY(WS-I)     02850000
028600        END-PERFORM                                               02860000
028700     ELSE                                                         02870000
028800        ADD 1                 TO WS-RUN-CNT                       02880000
028900     END-IF.                                                      02890000
029000     MOVE SRT-RUN-DATE        TO WS-RUN-DATE(WS-RUN-CNT).         02900000
029100     MOVE SRT-TOTAL           TO WS-RUN-TOTAL(WS-RUN-CNT).        02910000
029200 3100-EXIT.                                                       02920000
029300     EXIT.                                                        02930000
029400                                                                  02940000
029500 3500-JUDGE-ELF.                                                  02950000
029600*----------------------------------------------------------------*02960000
029700* ONLY AN ELF ON THE NEWEST RUN IS JUDGED - ONE WHO HAS LEFT     *02970000
029800* THE CAMP IS NOT SLIPPING. COUNT THE CONSECUTIVE FALLS BACK     *02980000
029900* FROM THE LATEST RUN, THEN TAKE THE AVERAGE OF THE WINDOW OF    *02990000
030000* RUNS BEFORE IT AND THE LATEST RUN'S DROP BELOW THAT AVERAGE    *03000000
030100*----------------------------------------------------------------*03010000
030200     ADD 1                    TO WS-ELF-CNT.                      03020000
030300     IF WS-RUN-DATE(WS-RUN-CNT) NOT = WS-NEWEST-DATE              03030000
030400        OR WS-RUN-CNT < 2                                         03040000
030500        GO TO 3500-EXIT                                           03050000
030600     END-IF.                                                      03060000
030700     MOVE ZEROES              TO WS-FALL-RUNS.                    03070000
030800     MOVE WS-RUN-CNT          TO WS-I.                            03080000
030900     PERFORM UNTIL WS-I < 2                                       03090000
031000        IF WS-RUN-TOTAL(WS-I) < WS-RUN-TOTAL(WS-I - 1)            03100000
031100           ADD 1              TO WS-FALL-RUNS                     03110000
031200           SUBTRACT 1       FROM WS-I                             03120000
031300        ELSE                                                      03130000
031400           MOVE 1             TO WS-I                             03140000
031500        END-IF                                                    03150000
031600     END-PERFORM.                                                 03160000
031700     MOVE ZEROES              TO WS-TRAIL-SUM WS-TRAIL-CNT        03170000
031800                                 WS-TRAIL-AVG WS-DROP-PCT.        03180000
031900     IF WS-RUN-CNT > WS-WINDOW                                    03190000
032000        COMPUTE WS-FROM = WS-RUN-CNT - WS-WINDOW                  03200000
032100     ELSE                                                         03210000
032200        MOVE 1                TO WS-FROM                          03220000
032300     END-IF.                                                      03230000
032400     PERFORM VARYING WS-I FROM WS-FROM BY 1                       03240000
032500               UNTIL WS-I NOT < WS-RUN-CNT                        03250000
032600        ADD WS-RUN-TOTAL(WS-I)  TO WS-TRAIL-SUM                   03260000
032700        ADD 1                   TO WS-TRAIL-CNT                   03270000
032800     END-PERFORM.                                                 03280000
032900     DIVIDE WS-TRAIL-SUM BY WS-TRAIL-CNT                          03290000
033000                          GIVING WS-TRAIL-AVG ROUNDED.            03300000
033100     IF WS-TRAIL-AVG > ZEROES                                     03310000
033200        AND WS-RUN-TOTAL(WS-RUN-CNT) < WS-TRAIL-AVG               03320000
033300        COMPUTE WS-DROP-PCT ROUNDED =                             03330000
033400           (WS-TRAIL-AVG - WS-RUN-TOTAL(WS-RUN-CNT)) * 100        03340000
033500                                             / WS-TRAIL-AVG       03350000
033600     END-IF.                                                      03360000
033700     MOVE SPACES              TO WS-REASON.                       03370000
033800     IF WS-FALL-RUNS NOT < WS-FALL-LIMIT                          03380000
033900        MOVE 'FALLING'        TO WS-REASON                        03390000
034000     END-IF.                                                      03400000
034100     IF WS-DROP-PCT > WS-DROP-LIMIT                               03410000
034200        IF WS-REASON = SPACES                                     03420000
034300           MOVE 'DROP'        TO WS-REASON                        03430000
034400        ELSE                                                      03440000
034500           MOVE 'BOTH'        TO WS-REASON                        03450000
034600        END-IF                                                    03460000
034700     END-IF.                                                      03470000
034800     IF WS-REASON NOT = SPACES                                    03480000
034900        PERFORM 3600-WRITE-ALERT  THRU 3600-EXIT                  03490000
035000     END-IF.                                                      03500000
035100 3500-EXIT.                                                       03510000
035200     EXIT.                                                        03520000
035300                                                                  03530000
035400 3600-WRITE-ALERT.                                                03540000
035500     ADD 1                    TO WS-FLAG-CNT.                     03550000
035600     INITIALIZE               DCL-REC.                            03560000
035700     MOVE WS-CUR-KEY          TO DCL-ELF-KEY.                     03570000
035800     MOVE WS-CUR-TEAM         TO DCL-TEAM.                        03580000
035900     MOVE WS-RUN-DATE(WS-RUN-CNT)   TO DCL-RUN-DATE.              03590000
036000     MOVE WS-RUN-TOTAL(WS-RUN-CNT)  TO DCL-LATEST.                03600000
036100     MOVE WS-RUN-TOTAL(WS-RUN-CNT - 1)  TO DCL-PRIOR.             03610000
036200     MOVE WS-TRAIL-AVG        TO DCL-TRAIL-AVG.                   03620000
036300     MOVE WS-DROP-PCT         TO DCL-DROP-PCT.                    03630000
036400     MOVE WS-FALL-RUNS        TO DCL-FALL-RUNS.                   03640000
036500     MOVE WS-REASON           TO DCL-REASON.                      03650000
036600     WRITE DCL-REC.                                               03660000
036610     PERFORM 3650-WRITE-SUITE-ALERT  THRU 3650-EXIT.              03661000
036700     DISPLAY 'ELF ' WS-CUR-KEY ' DECLINING (' WS-REASON ') - '    03670000
036800             'LATEST ' WS-RUN-TOTAL(WS-RUN-CNT)                   03680000
036900             ' TRAILING AVERAGE ' WS-TRAIL-AVG.                   03690000
037000 3600-EXIT.                                                       03700000
037100     EXIT.                                                        03710000
037101                                                                  03710100
037102 3650-WRITE-SUITE-ALERT.                                          03710200
037103*----------------------------------------------------------------*03710300
037104* A DECLINING ELF GOES TO THE SHARED ALERT FILE AS A WARNING,    *03710400
037105* KEYED BY THE ELF, SO THE ROUTING STEP CAN PUT IT IN FRONT OF   *03710500
037106* ON-CALL INSTEAD OF WAITING FOR SOMEONE TO READ AOCD1EDR        *03710600
037107*----------------------------------------------------------------*03710700
037108     INITIALIZE                  ALERT-REC.                       03710800
037109     ACCEPT WS-HIST-DATE         FROM DATE YYYYMMDD.              03710900
037110     ACCEPT WS-HIST-TIME         FROM TIME.                       03711000
037111     MOVE WS-HIST-DATE           TO ALR-RUN-DATE.                 03711100
037112     MOVE WS-HIST-TIME(1:6)      TO ALR-RUN-TIME.                 03711200
037113     MOVE 'AOCD1PGA'             TO ALR-PGM.                      03711300
037114     SET ALR-WARNING             TO TRUE.                         03711400
037115     STRING 'ELF ' DELIMITED BY SIZE                              03711500
037116        WS-CUR-KEY DELIMITED BY SIZE                              03711600
037117        INTO ALR-SUBJECT.                                         03711700
037118     STRING 'DECLINING (' DELIMITED BY SIZE                       03711800
037119        WS-REASON DELIMITED BY SPACE                              03711900
037120        ') - LATEST ' DELIMITED BY SIZE                           03712000
037121        WS-RUN-TOTAL(WS-RUN-CNT) DELIMITED BY SIZE                03712100
037122        ' AVERAGE ' DELIMITED BY SIZE                             03712200
037123        WS-TRAIL-AVG DELIMITED BY SIZE                            03712300
037124        INTO ALR-MESSAGE.                                         03712400
037125     WRITE ALERT-REC.                                             03712500
037126 3650-EXIT.                                                       03712600
037127     EXIT.                                                        03712700
037200                                                                  03720000
037300 4000-CLOSE-FILES.                                                03730000
037400     CLOSE ELF-HIST.                                              03740000
037500     CLOSE DCL-RPT.                                               03750000
037510     CLOSE ALERT-FILE.                                            03751000
037600     DISPLAY 'HISTORY ROWS READ: ' WS-READ-CNT                    03760000
037700             ' ELVES: ' WS-ELF-CNT                                03770000
037800             ' DECLINING: ' WS-FLAG-CNT.                          03780000
037900 4000-EXIT.                                                       03790000
038000     EXIT.                                                        03800000
038100                                                                  03810000
038200*----------------------------------------------------------------*03820000
038300*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03830000
038400*----------------------------------------------------------------*03840000
038500 9800-WRITE-AUDIT-HIST.                                           03850000
038600     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      03860000
038700     ACCEPT WS-HIST-TIME FROM TIME.                               03870000
038800     OPEN EXTEND AUD-HIST.                                        03880000
038900     INITIALIZE AUD-HIST-REC.                                     03890000
039000     MOVE WS-HIST-DATE          TO HIST-DATE.                     03900000
039100     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03910000
039200     MOVE 'AOCD1PGA'            TO HIST-PGM.                      03920000
039201     MOVE WS-HIST-VER           TO HIST-VERSION.                  03920100
039300     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03930000
039400     WRITE AUD-HIST-REC.                                          03940000
039500     CLOSE AUD-HIST.                                              03950000
039600 9800-EXIT.                                                       03960000
039700     EXIT.                                                        03970000
