000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 6 PROGRAM 11                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  TELEMETRY DAILY SUMMARY AND REPORTING GAPS. AOCD6TLM IS       *00040000
000500*  REBUILT EVERY RUN, SO THIS STEP FOLDS IT INTO ONE ROW PER     *00050000
000600*  DEVICE, TYPE CODE AND RUN DATE - COUNT, MINIMUM, MAXIMUM AND  *00060000
000700*  AVERAGE - APPENDED TO THE AOCD6TSH SUMMARY HISTORY. THE       *00070000
000800*  AOCD6GAP REPORT FLAGS TWO THINGS A MISSING PACKET MARKER      *00080000
000900*  DOES NOT SHOW: A DEVICE WHOSE READING COUNT FOR A TYPE HAS    *00090000
001000*  FALLEN WELL BELOW ITS USUAL DAILY COUNT IN THE HISTORY (OR    *00100000
001100*  STOPPED SINCE THE LAST RUN), AND TWO READINGS OF ONE TYPE     *00110000
001200*  FURTHER APART THAN THE EXPECTED REPORTING INTERVAL.           *00120000
001210*  BOTH ARE ALSO RAISED ON THE SHARED AOCDALRT FILE              *00121000
001300*----------------------------------------------------------------*00130000
001400 IDENTIFICATION DIVISION.                                         00140000
001500 PROGRAM-ID. AOCD6PGB.                                            00150000
001600 AUTHOR. z/OS Mainframer.                                         00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT TLM-FILE     ASSIGN TO AOCD6TLM                       00210000
002200        ORGANIZATION    IS SEQUENTIAL                             00220000
002300         ACCESS MODE    IS SEQUENTIAL                             00230000
002400         FILE STATUS    IS TLM-FILE-STATUS.                       00240000
002500                                                                  00250000
002600*----------------------------------------------------------------*00260000
002700* DAILY SUMMARY HISTORY - ONE ROW PER DEVICE, TYPE AND RUN       *00270000
002800* DATE, APPENDED                                                 *00280000
002900*----------------------------------------------------------------*00290000
003000     SELECT TSH-HIST     ASSIGN TO AOCD6TSH                       00300000
003100        ORGANIZATION    IS SEQUENTIAL                             00310000
003200         ACCESS MODE    IS SEQUENTIAL                             00320000
003300         FILE STATUS    IS TSH-FILE-STATUS.                       00330000
003400                                                                  00340000
003500*----------------------------------------------------------------*00350000
003600* REPORTING GAP REPORT                                           *00360000
003700*----------------------------------------------------------------*00370000
003800     SELECT GAP-RPT      ASSIGN TO AOCD6GAP                       00380000
003900        ORGANIZATION    IS SEQUENTIAL                             00390000
004000         ACCESS MODE    IS SEQUENTIAL                             00400000
004100         FILE STATUS    IS GAP-FILE-STATUS.                       00410000
004200                                                                  00420000
004210*----------------------------------------------------------------*00421000
004220* SHARED SUITE ALERT FILE - A DEVICE THAT DROPPED OR STOPPED AND *00422000
004230* THE NIGHT'S REPORTING GAPS ARE RAISED HERE IN THE COMMON       *00423000
004240* AOCDALR LAYOUT FOR THE ALERT ROUTING STEP                      *00424000
004250*----------------------------------------------------------------*00425000
004260     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        00426000
004270        ORGANIZATION    IS SEQUENTIAL                             00427000
004280         ACCESS MODE    IS SEQUENTIAL                             00428000
004290         FILE STATUS    IS ALRT-FILE-STATUS.                      00429000
004295                                                                  00429500
004300*----------------------------------------------------------------*00430000
004400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00440000
004500*----------------------------------------------------------------*00450000
004600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00460000
004700        ORGANIZATION    IS SEQUENTIAL                             00470000
004800         ACCESS MODE    IS SEQUENTIAL                             00480000
004900         FILE STATUS    IS HIST-FILE-STATUS.                      00490000
005000                                                                  00500000
005100 DATA DIVISION.                                                   00510000
005200 FILE SECTION.                                                    00520000
005300 FD  TLM-FILE.                                                    00530000
005400 01  TLM-REC.                                                     00540000
005500     05 TLM-DEVICE-ID   PIC X(08).                                00550000
005600     05 FILLER          PIC X(02).                                00560000
005700     05 TLM-TYPE-CODE   PIC X(02).                                00570000
005800     05 FILLER          PIC X(02).                                00580000
005900     05 TLM-TIMESTAMP   PIC 9(06).                                00590000
006000     05 FILLER          PIC X(02).                                00600000
006100     05 TLM-VALUE       PIC 9(08).                                00610000
006200                                                                  00620000
006300 FD  TSH-HIST.                                                    00630000
006400 01  TSH-REC.                                                     00640000
006500     05 TSH-DEVICE-ID   PIC X(08).                                00650000
006600     05 FILLER          PIC X(01).                                00660000
006700     05 TSH-TYPE-CODE   PIC X(02).                                00670000
006800     05 FILLER          PIC X(01).                                00680000
006900     05 TSH-RUN-DATE    PIC 9(08).                                00690000
007000     05 FILLER          PIC X(01).                                00700000
007100     05 TSH-COUNT       PIC 9(05).                                00710000
007200     05 FILLER          PIC X(01).                                00720000
007300     05 TSH-MIN         PIC 9(08).                                00730000
007400     05 FILLER          PIC X(01).                                00740000
007500     05 TSH-MAX         PIC 9(08).                                00750000
007600     05 FILLER          PIC X(01).                                00760000
007700     05 TSH-AVG         PIC 9(08).                                00770000
007800                                                                  00780000
007900 FD  GAP-RPT.                                                     00790000
008000 01  GAP-REC                PIC X(80).                            00800000
008100 01  GAP-TIME-LINE.                                               00810000
008200     05 GTL-DEVICE-ID       PIC X(08).                            00820000
008300     05 FILLER              PIC X(02).                            00830000
008400     05 GTL-TYPE-CODE       PIC X(02).                            00840000
008500     05 FILLER              PIC X(02).                            00850000
008600     05 GTL-FROM            PIC 9(06).                            00860000
008700     05 FILLER              PIC X(02).                            00870000
008800     05 GTL-TO              PIC 9(06).                            00880000
008900     05 FILLER              PIC X(02).                            00890000
009000     05 GTL-MINUTES         PIC ZZZZ9.                            00900000
009100     05 FILLER              PIC X(45).                            00910000
009200 01  GAP-DROP-LINE.                                               00920000
009300     05 GDL-DEVICE-ID       PIC X(08).                            00930000
009400     05 FILLER              PIC X(02).                            00940000
009500     05 GDL-TYPE-CODE       PIC X(02).                            00950000
009600     05 FILLER              PIC X(02).                            00960000
009700     05 GDL-TODAY           PIC ZZZZ9.                            00970000
009800     05 FILLER              PIC X(02).                            00980000
009900     05 GDL-USUAL           PIC ZZZZ9.                            00990000
010000     05 FILLER              PIC X(02).                            01000000
010100     05 GDL-DAYS            PIC ZZZ9.                             01010000
010200     05 FILLER              PIC X(02).                            01020000
010300     05 GDL-NOTE            PIC X(08).                            01030000
010400     05 FILLER              PIC X(38).                            01040000
010500                                                                  01050000
010510 FD  ALERT-FILE.                                                  01051000
010520     COPY AOCDALR.                                                01052000
010530                                                                  01053000
010600 FD  AUD-HIST                                                     01060000
010700     DATA RECORD IS AUD-HIST-REC.                                 01070000
010800 01  AUD-HIST-REC.                                                01080000
010900     05 HIST-DATE            PIC 9(08).                           01090000
011000     05 FILLER               PIC X(02).                           01100000
011100     05 HIST-TIME            PIC 9(06).                           01110000
011200     05 FILLER               PIC X(02).                           01120000
011300     05 HIST-PGM             PIC X(08).                           01130000
011400     05 FILLER               PIC X(02).                           01140000
011500     05 HIST-OUTPUT          PIC X(40).                           01150000
011501     05 FILLER               PIC X(02).                           01150100
011502     05 HIST-VERSION         PIC X(08).                           01150200
011600                                                                  01160000
011700 WORKING-STORAGE SECTION.                                         01170000
011800 01  WS-WORK-FIELDS.                                              01180000
011900     05 WS-I              PIC 9(04)   VALUE ZEROES.               01190000
012000     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01200000
012100     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01210000
012200     05 WS-PRIOR-DATE     PIC 9(08)   VALUE ZEROES.               01220000
012300     05 WS-DROP-PCT       PIC 9(02)   VALUE 50.                   01230000
012400     05 WS-INTERVAL       PIC 9(03)   VALUE 60.                   01240000
012500     05 WS-INTERVAL-SECS  PIC 9(06)   VALUE ZEROES.               01250000
012600     05 WS-READING-CNT    PIC 9(07)   VALUE ZEROES.               01260000
012700     05 WS-GAP-CNT        PIC 9(05)   VALUE ZEROES.               01270000
012800     05 WS-DROP-CNT       PIC 9(05)   VALUE ZEROES.               01280000
012900     05 WS-STOP-CNT       PIC 9(05)   VALUE ZEROES.               01290000
013000     05 WS-ROWS-WRITTEN   PIC 9(05)   VALUE ZEROES.               01300000
013100     05 WS-SECS           PIC 9(06)   VALUE ZEROES.               01310000
013200     05 WS-GAP-SECS       PIC 9(06)   VALUE ZEROES.               01320000
013300     05 WS-USUAL          PIC 9(05)   VALUE ZEROES.               01330000
013400     05 WS-TS-WORK        PIC 9(06)   VALUE ZEROES.               01340000
013500     05 WS-TS-PARTS       REDEFINES WS-TS-WORK.                   01350000
013600        10 WS-TS-HH       PIC 9(02).                              01360000
013700        10 WS-TS-MM       PIC 9(02).                              01370000
013800        10 WS-TS-SS       PIC 9(02).                              01380000
013900                                                                  01390000
014000*----------------------------------------------------------------*01400000
014100* ONE ENTRY PER DEVICE AND TYPE - TONIGHT'S FIGURES, AND THE     *01410000
014200* DAYS AND READINGS CARRIED IN FROM THE SUMMARY HISTORY          *01420000
014300*----------------------------------------------------------------*01430000
014400 01  WS-KEY-FIELDS.                                               01440000
014500     05 WS-KEY-CNT        PIC 9(04)   VALUE ZEROES.               01450000
014600     05 WS-MAX-KEYS       PIC 9(04)   VALUE 2000.                 01460000
014700 01  WS-KEY-TABLE.                                                01470000
014800     05 WS-KEY-ENTRY      OCCURS 2000 TIMES.                      01480000
014900        10 WS-KEY-DEVICE  PIC X(08).                              01490000
015000        10 WS-KEY-TYPE    PIC X(02).                              01500000
015100        10 WS-KEY-COUNT   PIC 9(05).                              01510000
015200        10 WS-KEY-MIN     PIC 9(08).                              01520000
015300        10 WS-KEY-MAX     PIC 9(08).                              01530000
015400        10 WS-KEY-SUM     PIC 9(13).                              01540000
015500        10 WS-KEY-LAST-TS PIC 9(06).                              01550000
015600        10 WS-KEY-LAST-SS PIC 9(06).                              01560000
015700        10 WS-KEY-DAYS    PIC 9(04).                              01570000
015800        10 WS-KEY-HIST    PIC 9(09).                              01580000
015900        10 WS-KEY-LAST-DT PIC 9(08).                              01590000
016000                                                                  01600000
016100 01  WS-SWITCHES.                                                 01610000
016200     05 TLM-FILE-STATUS   PIC X(02)   VALUE SPACES.               01620000
016300        88 TLM-SUCCESS    VALUE '00'.                             01630000
016400        88 TLM-EOF        VALUE '10'.                             01640000
016500     05 TSH-FILE-STATUS   PIC X(02)   VALUE SPACES.               01650000
016600        88 TSH-SUCCESS    VALUE '00'.                             01660000
016700        88 TSH-EOF        VALUE '10'.                             01670000
016800     05 GAP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01680000
016900        88 GAP-SUCCESS    VALUE '00'.                             01690000
016910     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               01691000
016920        88 ALRT-SUCCESS   VALUE '00'.                             01692000
017000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01700000
017100        88 HIST-SUCCESS   VALUE '00'.                             01710000
017200                                                                  01720000
017300 01  WS-HIST-FIELDS.                                              01730000
017400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01740000
017500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01750000
017600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01760000
017601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01760100
017700                                                                  01770000
017800*----------------------------------------------------------------*01780000
017900* LS-DROP-PARM     - A COUNT BELOW THIS PERCENT OF THE USUAL     *01790000
018000*                    DAILY COUNT IS A DROP. BLANK TAKES 50       *01800000
018100* LS-INTERVAL-PARM - EXPECTED MINUTES BETWEEN READINGS OF ONE    *01810000
018200*                    TYPE. BLANK TAKES 060                       *01820000
018300*----------------------------------------------------------------*01830000
018400 LINKAGE SECTION.                                                 01840000
018500 01  LS-PARM-DATA.                                                01850000
018600     05 LS-DROP-PARM      PIC X(02).                              01860000
018700     05 LS-INTERVAL-PARM  PIC X(03).                              01870000
018800                                                                  01880000
018900 PROCEDURE DIVISION USING LS-PARM-DATA.                           01890000
019000                                                                  01900000
019100     IF LS-DROP-PARM IS NUMERIC AND LS-DROP-PARM > ZEROES         01910000
019200        MOVE LS-DROP-PARM     TO WS-DROP-PCT                      01920000
019300     END-IF.                                                      01930000
019400     IF LS-INTERVAL-PARM IS NUMERIC AND LS-INTERVAL-PARM > ZEROES 01940000
019500        MOVE LS-INTERVAL-PARM TO WS-INTERVAL                      01950000
019600     END-IF.                                                      01960000
019700     COMPUTE WS-INTERVAL-SECS = WS-INTERVAL * 60.                 01970000
019800     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.                 01980000
019900     PERFORM 0500-LOAD-SUMMARY-HIST    THRU 0500-EXIT.            01990000
020000     PERFORM 1000-SUMMARIZE-READINGS   THRU 1000-EXIT.            02000000
020100     PERFORM 2000-CHECK-COUNT-DROPS    THRU 2000-EXIT.            02010000
020200     PERFORM 3000-APPEND-SUMMARY       THRU 3000-EXIT.            02020000
020300     IF WS-GAP-CNT > ZEROES OR WS-DROP-CNT > ZEROES               02030000
020400        OR WS-STOP-CNT > ZEROES                                   02040000
020500        MOVE 4                TO RETURN-CODE                      02050000
020600     END-IF.                                                      02060000
020700     STRING 'GAPS ' DELIMITED BY SIZE                             02070000
020800        WS-GAP-CNT DELIMITED BY SIZE                              02080000
020900        ' DROPS ' DELIMITED BY SIZE                               02090000
021000        WS-DROP-CNT DELIMITED BY SIZE                             02100000
021100        ' STOPS ' DELIMITED BY SIZE                               02110000
021200        WS-STOP-CNT DELIMITED BY SIZE                             02120000
021300        INTO WS-HIST-MSG.                                         02130000
021400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02140000
021500     GOBACK.                                                      02150000
021600                                                                  02160000
021700 0500-LOAD-SUMMARY-HIST.                                          02170000
021800*----------------------------------------------------------------*02180000
021900* THE USUAL COUNT FOR A DEVICE AND TYPE IS ITS AVERAGE OVER THE  *02190000
022000* EARLIER RUN DATES ON FILE. A RUN DATE COUNTS ONCE, AND ROWS    *02200000
022100* FOR TODAY ARE FROM A RERUN AND ARE LEFT OUT. THE LATEST        *02210000
022200* EARLIER RUN DATE IS KEPT TO SPOT TYPES THAT HAVE STOPPED       *02220000
022300*----------------------------------------------------------------*02230000
022400     OPEN INPUT TSH-HIST.                                         02240000
022500     IF NOT TSH-SUCCESS                                           02250000
022600        DISPLAY 'NO AOCD6TSH SUMMARY HISTORY - NO DROP CHECK'     02260000
022700        GO TO 0500-EXIT                                           02270000
022800     END-IF.                                                      02280000
022900     PERFORM UNTIL TSH-EOF                                        02290000
023000        READ TSH-HIST                                             02300000
023100             AT END                                               02310000
023200                SET TSH-EOF TO TRUE                               02320000
023300             NOT AT END                                           02330000
023400                IF TSH-RUN-DATE NOT = WS-RUN-DATE                 02340000
023500                   AND TSH-COUNT IS NUMERIC                       02350000
023600                   PERFORM 0550-FOLD-HIST-ROW  THRU 0550-EXIT     02360000
023700                END-IF                                            02370000
023800        END-READ                                                  02380000
023900     END-PERFORM.                                                 02390000
024000     CLOSE TSH-HIST.                                              02400000
024100     DISPLAY 'SUMMARY HISTORY KEYS: ' WS-KEY-CNT                  02410000
024200             ' LAST RUN: ' WS-PRIOR-DATE.                         02420000
024300 0500-EXIT.                                                       02430000
024400     EXIT.                                                        02440000
024500                                                                  02450000
024600 0550-FOLD-HIST-ROW.                                              02460000
024700     IF TSH-RUN-DATE > WS-PRIOR-DATE                              02470000
024800        MOVE TSH-RUN-DATE     TO WS-PRIOR-DATE                    02480000
024900     END-IF.                                                      02490000
025000     PERFORM 0900-FIND-OR-ADD-KEY  THRU 0900-EXIT.                02500000
025100     IF WS-SLOT = ZEROES                                          02510000
025200        GO TO 0550-EXIT                                           02520000
025300     END-IF.                                                      02530000
025400     IF TSH-RUN-DATE = WS-KEY-LAST-DT(WS-SLOT)                    02540000
025500        GO TO 0550-EXIT                                           02550000
025600     END-IF.                                                      02560000
025700     MOVE TSH-RUN-DATE        TO WS-KEY-LAST-DT(WS-SLOT).         02570000
025800     ADD 1                    TO WS-KEY-DAYS(WS-SLOT).            02580000
025900     ADD TSH-COUNT            TO WS-KEY-HIST(WS-SLOT).            02590000
026000 0550-EXIT.                                                       02600000
026100     EXIT.                                                        02610000
026200                                                                  02620000
026300 0900-FIND-OR-ADD-KEY.                                            02630000
026400     MOVE ZEROES              TO WS-SLOT.                         02640000
026500     PERFORM VARYING WS-I FROM 1 BY 1                             02650000
026600               UNTIL WS-I > WS-KEY-CNT                            02660000
026700                  OR WS-SLOT > ZEROES                             02670000
026800        IF WS-KEY-DEVICE(WS-I) = TSH-DEVICE-ID                    02680000
026900           AND WS-KEY-TYPE(WS-I) = TSH-TYPE-CODE                  02690000
027000           MOVE WS-I             TO WS-SLOT                       02700000
027100        END-IF                                                    02710000
027200     END-PERFORM.                                                 02720000
027300     IF WS-SLOT = ZEROES                                          02730000
027400        IF WS-KEY-CNT < WS-MAX-KEYS                               02740000
027500           ADD 1                 TO WS-KEY-CNT                    02750000
027600           MOVE WS-KEY-CNT       TO WS-SLOT                       02760000
027700           INITIALIZE            WS-KEY-ENTRY(WS-SLOT)            02770000
027800           MOVE TSH-DEVICE-ID    TO WS-KEY-DEVICE(WS-SLOT)        02780000
027900           MOVE TSH-TYPE-CODE    TO WS-KEY-TYPE(WS-SLOT)          02790000
028000        ELSE                                                      02800000
028100           DISPLAY 'DEVICE/TYPE CAPACITY (2000) EXCEEDED: '       02810000
028200                   TSH-DEVICE-ID ' ' TSH-TYPE-CODE                02820000
028300        END-IF                                                    02830000
028400     END-IF.                                                      02840000
028500 0900-EXIT.                                                       02850000
028600     EXIT.                                                        02860000
028700                                                                  02870000
028800 1000-SUMMARIZE-READINGS.                                         02880000
028900     OPEN INPUT TLM-FILE.                                         02890000
029000     IF NOT TLM-SUCCESS                                           02900000
029100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD6TLM, FILE STATUS: '  02910000
029200                TLM-FILE-STATUS                                   02920000
029300        MOVE 16             TO RETURN-CODE                        02930000
029400        MOVE 'UNABLE TO OPEN TELEMETRY FILE' TO WS-HIST-MSG       02940000
029500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02950000
029600        GOBACK                                                    02960000
029700     END-IF.                                                      02970000
029800     OPEN OUTPUT GAP-RPT.                                         02980000
029900     MOVE SPACES              TO GAP-REC.                         02990000
030000     STRING 'TELEMETRY REPORTING GAPS - RUN DATE '                03000000
030100        DELIMITED BY SIZE                                         03010000
030200        WS-RUN-DATE DELIMITED BY SIZE                             03020000
030300        INTO GAP-REC.                                             03030000
030400     WRITE GAP-REC.                                               03040000
030500     MOVE SPACES              TO GAP-REC.                         03050000
030600     WRITE GAP-REC.                                               03060000
030700     MOVE SPACES              TO GAP-REC.                         03070000
030800     STRING 'READINGS MORE THAN ' DELIMITED BY SIZE               03080000
030900        WS-INTERVAL DELIMITED BY SIZE                             03090000
031000        ' MINUTES APART' DELIMITED BY SIZE                        03100000
031100        INTO GAP-REC.                                             03110000
031200     WRITE GAP-REC.                                               03120000
031300     MOVE 'DEVICE    TY  FROM    TO      MINS'  TO GAP-REC.       03130000
031400     WRITE GAP-REC.                                               03140000
031500     PERFORM UNTIL TLM-EOF                                        03150000
031600        READ TLM-FILE                                             03160000
031700             AT END                                               03170000
031800                SET TLM-EOF TO TRUE                               03180000
031900             NOT AT END                                           03190000
032000                ADD 1              TO WS-READING-CNT              03200000
032100                PERFORM 1100-ADD-READING  THRU 1100-EXIT          03210000
032200        END-READ                                                  03220000
032300     END-PERFORM.                                                 03230000
032400     CLOSE TLM-FILE.                                              03240000
032500     DISPLAY 'READINGS: ' WS-READING-CNT                          03250000
032600             ' TIMESTAMP GAPS: ' WS-GAP-CNT.                      03260000
032700 1000-EXIT.                                                       03270000
032800     EXIT.                                                        03280000
032900                                                                  03290000
033000 1100-ADD-READING.                                                03300000
033100*----------------------------------------------------------------*03310000
033200* READINGS OF ONE TYPE ARRIVE IN TIME ORDER WITHIN THE RUN. A    *03320000
033300* TIMESTAMP EARLIER THAN THE LAST ONE (ROLLOVER OR A RESENT      *03330000
033400* PACKET) RESTARTS THE GAP CHECK RATHER THAN COUNTING AS A GAP   *03340000
033500*----------------------------------------------------------------*03350000
033600     MOVE TLM-DEVICE-ID       TO TSH-DEVICE-ID.                   03360000
033700     MOVE TLM-TYPE-CODE       TO TSH-TYPE-CODE.                   03370000
033800     PERFORM 0900-FIND-OR-ADD-KEY  THRU 0900-EXIT.                03380000
033900     IF WS-SLOT = ZEROES                                          03390000
034000        GO TO 1100-EXIT                                           03400000
034100     END-IF.                                                      03410000
034200     MOVE TLM-TIMESTAMP       TO WS-TS-WORK.                      03420000
034300     COMPUTE WS-SECS = WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.03430000
034400     IF WS-KEY-COUNT(WS-SLOT) = ZEROES                            03440000
034500        MOVE TLM-VALUE        TO WS-KEY-MIN(WS-SLOT)              03450000
034600        MOVE TLM-VALUE        TO WS-KEY-MAX(WS-SLOT)              03460000
034700     ELSE                                                         03470000
034800        IF TLM-VALUE < WS-KEY-MIN(WS-SLOT)                        03480000
034900           MOVE TLM-VALUE     TO WS-KEY-MIN(WS-SLOT)              03490000
035000        END-IF                                                    03500000
035100        IF TLM-VALUE > WS-KEY-MAX(WS-SLOT)                        03510000
035200           MOVE TLM-VALUE     TO WS-KEY-MAX(WS-SLOT)              03520000
035300        END-IF                                                    03530000
035400        IF WS-SECS > WS-KEY-LAST-SS(WS-SLOT)                      03540000
035500           COMPUTE WS-GAP-SECS = WS-SECS - WS-KEY-LAST-SS(WS-SLOT)03550000
035600           IF WS-GAP-SECS > WS-INTERVAL-SECS                      03560000
035700              ADD 1           TO WS-GAP-CNT                       03570000
035800              MOVE SPACES     TO GAP-TIME-LINE                    03580000
035900              MOVE TLM-DEVICE-ID           TO GTL-DEVICE-ID       03590000
036000              MOVE TLM-TYPE-CODE           TO GTL-TYPE-CODE       03600000
036100              MOVE WS-KEY-LAST-TS(WS-SLOT) TO GTL-FROM            03610000
036200              MOVE TLM-TIMESTAMP           TO GTL-TO              03620000
036300              COMPUTE GTL-MINUTES = WS-GAP-SECS / 60              03630000
036400              WRITE GAP-TIME-LINE                                 03640000
036500           END-IF                                                 03650000
036600        END-IF                                                    03660000
036700     END-IF.                                                      03670000
036800     ADD 1                    TO WS-KEY-COUNT(WS-SLOT).           03680000
036900     ADD TLM-VALUE            TO WS-KEY-SUM(WS-SLOT).             03690000
037000     MOVE TLM-TIMESTAMP       TO WS-KEY-LAST-TS(WS-SLOT).         03700000
037100     MOVE WS-SECS             TO WS-KEY-LAST-SS(WS-SLOT).         03710000
037200 1100-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
037400                                                                  03740000
037500 2000-CHECK-COUNT-DROPS.                                          03750000
037600*----------------------------------------------------------------*03760000
037700* A DEVICE AND TYPE WITH HISTORY IS A DROP WHEN TONIGHT'S COUNT  *03770000
037800* IS UNDER THE PARM PERCENT OF ITS USUAL COUNT, AND A STOP WHEN  *03780000
037900* IT REPORTED ON THE LAST RUN AND HAS NO READINGS TONIGHT        *03790000
038000*----------------------------------------------------------------*03800000
038010     OPEN EXTEND ALERT-FILE.                                      03801000
038100     MOVE SPACES              TO GAP-REC.                         03810000
038200     WRITE GAP-REC.                                               03820000
038300     MOVE SPACES              TO GAP-REC.                         03830000
038400     STRING 'READING COUNTS BELOW ' DELIMITED BY SIZE             03840000
038500        WS-DROP-PCT DELIMITED BY SIZE                             03850000
038600        ' PERCENT OF USUAL' DELIMITED BY SIZE                     03860000
038700        INTO GAP-REC.                                             03870000
038800     WRITE GAP-REC.                                               03880000
038900     MOVE 'DEVICE    TY  TODAY  USUAL  DAYS'  TO GAP-REC.         03890000
039000     WRITE GAP-REC.                                               03900000
039100     PERFORM VARYING WS-SLOT FROM 1 BY 1                          03910000
039200               UNTIL WS-SLOT > WS-KEY-CNT                         03920000
039300        IF WS-KEY-DAYS(WS-SLOT) > ZEROES                          03930000
039400           PERFORM 2100-CHECK-ONE-KEY  THRU 2100-EXIT             03940000
039500        END-IF                                                    03950000
039600     END-PERFORM.                                                 03960000
039700     MOVE SPACES              TO GAP-REC.                         03970000
039800     WRITE GAP-REC.                                               03980000
039900     MOVE SPACES              TO GAP-REC.                         03990000
040000     STRING 'READINGS ' DELIMITED BY SIZE                         04000000
040100        WS-READING-CNT DELIMITED BY SIZE                          04010000
040200        '  GAPS ' DELIMITED BY SIZE                               04020000
040300        WS-GAP-CNT DELIMITED BY SIZE                              04030000
040400        '  DROPS ' DELIMITED BY SIZE                              04040000
040500        WS-DROP-CNT DELIMITED BY SIZE                             04050000
040600        '  STOPPED ' DELIMITED BY SIZE                            04060000
040700        WS-STOP-CNT DELIMITED BY SIZE                             04070000
040800        INTO GAP-REC.                                             04080000
040900     WRITE GAP-REC.                                               04090000
041000     CLOSE GAP-RPT.                                               04100000
041010     IF WS-GAP-CNT > ZEROES                                       04101000
041015        INITIALIZE              ALERT-REC                         04101500
041020        ACCEPT WS-HIST-TIME     FROM TIME                         04102000
041025        MOVE WS-RUN-DATE        TO ALR-RUN-DATE                   04102500
041030        MOVE WS-HIST-TIME(1:6)  TO ALR-RUN-TIME                   04103000
041035        MOVE 'AOCD6PGB'         TO ALR-PGM                        04103500
041040        SET ALR-WARNING         TO TRUE                           04104000
041045        MOVE 'FILE AOCD6TLM'    TO ALR-SUBJECT                    04104500
041050        STRING WS-GAP-CNT DELIMITED BY SIZE                       04105000
041055           ' REPORTING GAPS OVER ' DELIMITED BY SIZE              04105500
041060           WS-INTERVAL DELIMITED BY SIZE                          04106000
041065           ' MINUTES - SEE AOCD6GAP' DELIMITED BY SIZE            04106500
041070           INTO ALR-MESSAGE                                       04107000
041075        WRITE ALERT-REC                                           04107500
041080     END-IF.                                                      04108000
041085     CLOSE ALERT-FILE.                                            04108500
041100     DISPLAY 'COUNT DROPS: ' WS-DROP-CNT                          04110000
041200             ' STOPPED: ' WS-STOP-CNT.                            04120000
041300 2000-EXIT.                                                       04130000
041400     EXIT.                                                        04140000
041500                                                                  04150000
041600 2100-CHECK-ONE-KEY.                                              04160000
041700     COMPUTE WS-USUAL ROUNDED =                                   04170000
041800             WS-KEY-HIST(WS-SLOT) / WS-KEY-DAYS(WS-SLOT).         04180000
041900     MOVE SPACES              TO GAP-DROP-LINE.                   04190000
042000     IF WS-KEY-COUNT(WS-SLOT) = ZEROES                            04200000
042100        IF WS-KEY-LAST-DT(WS-SLOT) NOT = WS-PRIOR-DATE            04210000
042200           GO TO 2100-EXIT                                        04220000
042300        END-IF                                                    04230000
042400        ADD 1                 TO WS-STOP-CNT                      04240000
042500        MOVE 'STOPPED'        TO GDL-NOTE                         04250000
042600     ELSE                                                         04260000
042700        IF WS-KEY-COUNT(WS-SLOT) * 100                            04270000
042800           NOT < WS-USUAL * WS-DROP-PCT                           04280000
042900           GO TO 2100-EXIT                                        04290000
043000        END-IF                                                    04300000
043100        ADD 1                 TO WS-DROP-CNT                      04310000
043200        MOVE 'DROPPED'        TO GDL-NOTE                         04320000
043300     END-IF.                                                      04330000
043400     MOVE WS-KEY-DEVICE(WS-SLOT)  TO GDL-DEVICE-ID.               04340000
043500     MOVE WS-KEY-TYPE(WS-SLOT)    TO GDL-TYPE-CODE.               04350000
043600     MOVE WS-KEY-COUNT(WS-SLOT)   TO GDL-TODAY.                   04360000
043700     MOVE WS-USUAL                TO GDL-USUAL.                   04370000
043800     MOVE WS-KEY-DAYS(WS-SLOT)    TO GDL-DAYS.                    04380000
043900     WRITE GAP-DROP-LINE.                                         04390000
043910     PERFORM 2150-WRITE-SUITE-ALERT  THRU 2150-EXIT.              04391000
044000 2100-EXIT.                                                       04400000
044100     EXIT.                                                        04410000
044101                                                                  04410100
044102 2150-WRITE-SUITE-ALERT.                                          04410200
044103*----------------------------------------------------------------*04410300
044104* A DEVICE TYPE THAT HAS STOPPED REPORTING IS CRITICAL, ONE THAT *04410400
044105* HAS DROPPED A WARNING. THE DEVICE IS THE SUBJECT, SO ONE STILL *04410500
044106* QUIET TOMORROW IS A REPEAT, NOT A NEW ALERT                    *04410600
044107*----------------------------------------------------------------*04410700
044108     INITIALIZE                 ALERT-REC.                        04410800
044109     ACCEPT WS-HIST-TIME        FROM TIME.                        04410900
044110     MOVE WS-RUN-DATE           TO ALR-RUN-DATE.                  04411000
044111     MOVE WS-HIST-TIME(1:6)     TO ALR-RUN-TIME.                  04411100
044112     MOVE 'AOCD6PGB'            TO ALR-PGM.                       04411200
044113     STRING 'DEVICE ' DELIMITED BY SIZE                           04411300
044114        WS-KEY-DEVICE(WS-SLOT) DELIMITED BY SIZE                  04411400
044115        INTO ALR-SUBJECT.                                         04411500
044116     IF GDL-NOTE = 'STOPPED'                                      04411600
044117        SET ALR-CRITICAL        TO TRUE                           04411700
044118     ELSE                                                         04411800
044119        SET ALR-WARNING         TO TRUE                           04411900
044120     END-IF.                                                      04412000
044121     STRING 'TYPE ' DELIMITED BY SIZE                             04412100
044122        WS-KEY-TYPE(WS-SLOT) DELIMITED BY SIZE                    04412200
044123        ' ' DELIMITED BY SIZE                                     04412300
044124        GDL-NOTE DELIMITED BY SPACE                               04412400
044125        ' - ' DELIMITED BY SIZE                                   04412500
044126        WS-KEY-COUNT(WS-SLOT) DELIMITED BY SIZE                   04412600
044127        ' READINGS, USUALLY ' DELIMITED BY SIZE                   04412700
044128        WS-USUAL DELIMITED BY SIZE                                04412800
044129        INTO ALR-MESSAGE.                                         04412900
044130     WRITE ALERT-REC.                                             04413000
044131 2150-EXIT.                                                       04413100
044132     EXIT.                                                        04413200
044200                                                                  04420000
044300 3000-APPEND-SUMMARY.                                             04430000
044400     OPEN EXTEND TSH-HIST.                                        04440000
044500     IF NOT TSH-SUCCESS                                           04450000
044600        OPEN OUTPUT TSH-HIST                                      04460000
044700     END-IF.                                                      04470000
044800     PERFORM VARYING WS-SLOT FROM 1 BY 1                          04480000
044900               UNTIL WS-SLOT > WS-KEY-CNT                         04490000
045000        IF WS-KEY-COUNT(WS-SLOT) > ZEROES                         04500000
045100           INITIALIZE         TSH-REC                             04510000
045200           MOVE WS-KEY-DEVICE(WS-SLOT) TO TSH-DEVICE-ID           04520000
045300           MOVE WS-KEY-TYPE(WS-SLOT)   TO TSH-TYPE-CODE           04530000
045400           MOVE WS-RUN-DATE            TO TSH-RUN-DATE            04540000
045500           MOVE WS-KEY-COUNT(WS-SLOT)  TO TSH-COUNT               04550000
045600           MOVE WS-KEY-MIN(WS-SLOT)    TO TSH-MIN                 04560000
045700           MOVE WS-KEY-MAX(WS-SLOT)    TO TSH-MAX                 04570000
045800           COMPUTE TSH-AVG ROUNDED =                              04580000
045900                   WS-KEY-SUM(WS-SLOT) / WS-KEY-COUNT(WS-SLOT)    04590000
046000           WRITE TSH-REC                                          04600000
046100           ADD 1              TO WS-ROWS-WRITTEN                  04610000
046200        END-IF                                                    04620000
046300     END-PERFORM.                                                 04630000
046400     CLOSE TSH-HIST.                                              04640000
046500     DISPLAY 'SUMMARY ROWS APPENDED: ' WS-ROWS-WRITTEN.           04650000
046600 3000-EXIT.                                                       04660000
046700     EXIT.                                                        04670000
046800                                                                  04680000
046900*----------------------------------------------------------------*04690000
047000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04700000
047100*----------------------------------------------------------------*04710000
047200 9800-WRITE-AUDIT-HIST.                                           04720000
047300     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04730000
047400     ACCEPT WS-HIST-TIME FROM TIME.                               04740000
047500     OPEN EXTEND AUD-HIST.                                        04750000
047600     INITIALIZE AUD-HIST-REC.                                     04760000
047700     MOVE WS-HIST-DATE          TO HIST-DATE.                     04770000
047800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04780000
047900     MOVE 'AOCD6PGB'            TO HIST-PGM.                      04790000
047901     MOVE WS-HIST-VER           TO HIST-VERSION.                  04790100
048000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04800000
048100     WRITE AUD-HIST-REC.                                          04810000
048200     CLOSE AUD-HIST.                                              04820000
048300 9800-EXIT.                                                       04830000
048400     EXIT.                                                        04840000
