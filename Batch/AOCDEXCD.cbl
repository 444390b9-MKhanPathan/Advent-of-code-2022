004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS AGE-FILE-STATUS.                       00510000
126000                                                                  12600000
126010*----------------------------------------------------------------*12601000
126020*  SHARED SUITE ALERT FILE - EACH OVERDUE EXCEPTION IS RAISED    *12602000
126030*  HERE FOR THE ALERT ROUTING STEP                               *12603000
126040*----------------------------------------------------------------*12604000
126050     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        12605000
126060        ORGANIZATION    IS SEQUENTIAL                             12606000
126070         ACCESS MODE    IS SEQUENTIAL                             12607000
126080         FILE STATUS    IS ALRT-FILE-STATUS.                      12608000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00540000
006500                                                                  00650000
006600 FD  DSP-FILE.                                                    00660000
006700 01  DSP-REC.                                                     00670000
006800     05 DSP-RUN-DATE    PIC 9(08).                                00680000
006900     05 FILLER          PIC X(01).                                00690000
007000     05 DSP-PGM         PIC X(08).                                00700000
007100     05 FILLER          PIC X(01).                                00710000
007800     05 FILLER          PIC X(01).                                00780000
007900     05 DSP-ASSIGNED-TO PIC X(10).                                00790000
008000     05 FILLER          PIC X(01).                                00800000
008100     05 DSP-ACTION-DATE PIC 9(08).                                00810000
008200                                                                  00820000
008300 FD  CRD-FILE.                                                    00830000
008400 01  CRD-REC.                                                     00840000
008500     05 CRD-RUN-DATE    PIC 9(08).                                00850000
008600     05 FILLER          PIC X(01).                                00860000
008700     05 CRD-PGM         PIC X(08).                                00870000
008800     05 FILLER          PIC X(01).                                00880000
009100     05 CRD-STATUS      PIC X(01).                                00910000
009200     05 FILLER          PIC X(01).                                00920000
009300     05 CRD-ASSIGNED-TO PIC X(10).                                00930000
009400     05 FILLER          PIC X(38).                                00940000
009500                                                                  00950000
009600 FD  AGE-RPT.                                                     00960000
009700 01  AGE-REC.                                                     00970000
010900     05 FILLER          PIC X(02).                                01090000
011000     05 AGE-FLAG        PIC X(07).                                01100000
011100     05 FILLER          PIC X(18).                                01110000
126100                                                                  12610000
126110 FD  ALERT-FILE.                                                  12611000
126120     COPY AOCDALR.                                                12612000
011200                                                                  01120000
011300 FD  AUD-HIST                                                     01130000
011400     DATA RECORD IS AUD-HIST-REC.                                 01140000
012000     05 HIST-PGM             PIC X(08).                           01200000
012100     05 FILLER               PIC X(02).                           01210000
012200     05 HIST-OUTPUT          PIC X(40).                           01220000
012201     05 FILLER               PIC X(02).                           01220100
012202     05 HIST-VERSION         PIC X(08).                           01220200
012300                                                                  01230000
012400 WORKING-STORAGE SECTION.                                         01240000
012500 01  WS-WORK-FIELDS.                                              01250000
012600     05 WS-I              PIC 9(04)   VALUE ZEROES.               01260000
012700     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01270000
012800     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01280000
012900     05 WS-TODAY-INT      PIC 9(08)   VALUE ZEROES.               01290000
013000     05 WS-EXC-INT        PIC 9(08)   VALUE ZEROES.               01300000
013200     05 WS-DAYS-OPEN      PIC S9(05)  VALUE ZEROES.               01320000
013300     05 WS-AGE-LIMIT      PIC 9(03)   VALUE 7.                    01330000
013400     05 WS-OPEN-CNT       PIC 9(05)   VALUE ZEROES.               01340000
013500     05 WS-OVERDUE-CNT    PIC 9(05)   VALUE ZEROES.               01350000
013600     05 WS-CARDS-APPLIED  PIC 9(04)   VALUE ZEROES.               01360000
013700     05 WS-CARDS-BAD      PIC 9(04)   VALUE ZEROES.               01370000
126130     05 WS-RUN-TIME       PIC 9(08)   VALUE ZEROES.               12613000
013800                                                                  01380000
013900*----------------------------------------------------------------*01390000
014000* THE DISPOSITION FILE IN STORAGE - UPDATED FROM THE CARDS AND   *01400000
014500     05 WS-MAX-DSPS       PIC 9(04)   VALUE 2000.                 01450000
014600 01  WS-DSP-TABLE.                                                01460000
014700     05 WS-DSP-ENTRY      OCCURS 2000 TIMES.                      01470000
014800        10 WS-DSP-DATE    PIC 9(08).                              01480000
014900        10 WS-DSP-PGM     PIC X(08).                              01490000
015000        10 WS-DSP-KEY     PIC X(10).                              01500000
015100        10 WS-DSP-STAT    PIC X(01).                              01510000
015200        10 WS-DSP-WHO     PIC X(10).                              01520000
015300        10 WS-DSP-ACTED   PIC 9(08).                              01530000
015400                                                                  01540000
015500 01  WS-SWITCHES.                                                 01550000
015600     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01560000
016400        88 CRD-EOF        VALUE '10'.                             01640000
016500     05 AGE-FILE-STATUS   PIC X(02)   VALUE SPACES.               01650000
016600        88 AGE-SUCCESS    VALUE '00'.                             01660000
126150     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               12615000
126160        88 ALRT-SUCCESS   VALUE '00'.                             12616000
016700     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01670000
016800        88 HIST-SUCCESS   VALUE '00'.                             01680000
016900                                                                  01690000
017100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01710000
017200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01720000
017300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01730000
017301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01730100
017400                                                                  01740000
017500*----------------------------------------------------------------*01750000
017600* OPTIONAL AGE LIMIT IN DAYS - OPEN EXCEPTIONS OLDER THAN THIS   *01760000
018500     IF LS-AGE-PARM IS NUMERIC AND LS-AGE-PARM > ZEROES           01850000
018600        MOVE LS-AGE-PARM     TO WS-AGE-LIMIT                      01860000
018700     END-IF.                                                      01870000
018800     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  01880000
018900     COMPUTE WS-TODAY-INT =                                       01890000
019000        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                    01900000
019100     PERFORM 0500-LOAD-DISPOSITIONS    THRU 0500-EXIT.            01910000
019200     PERFORM 1000-APPLY-CARDS          THRU 1000-EXIT.            01920000
019300     PERFORM 2000-REWRITE-DISPOSITIONS THRU 2000-EXIT.            01930000
032300        GO TO 3000-EXIT                                           03230000
032400     END-IF.                                                      03240000
032500     OPEN OUTPUT AGE-RPT.                                         03250000
126200     OPEN EXTEND ALERT-FILE.                                      12620000
126201     IF NOT ALRT-SUCCESS                                          12620100
126202        DISPLAY 'ERROR - AOCDALRT WILL NOT OPEN - STATUS '        12620200
126203                ALRT-FILE-STATUS ' - NO OVERDUE ALERTS RAISED'    12620300
126204        MOVE 16             TO RETURN-CODE                        12620400
126205     END-IF.                                                      12620500
126210     ACCEPT WS-RUN-TIME       FROM TIME.                          12621000
032600     PERFORM UNTIL SEXC-EOF                                       03260000
032700        READ SUITE-EXC                                            03270000
032800             AT END                                               03280000
033300     END-PERFORM.                                                 03330000
033400     CLOSE SUITE-EXC.                                             03340000
033500     CLOSE AGE-RPT.                                               03350000
126300     IF ALRT-SUCCESS                                              12630000
126302        CLOSE ALERT-FILE                                          12630200
126304     END-IF.                                                      12630400
033600     DISPLAY 'OPEN EXCEPTIONS: ' WS-OPEN-CNT                      03360000
033700             ' OVERDUE: ' WS-OVERDUE-CNT.                         03370000
033800 3000-EXIT.                                                       03380000
035400        GO TO 3100-EXIT                                           03540000
035500     END-IF.                                                      03550000
035600     ADD 1                    TO WS-OPEN-CNT.                     03560000
035800     COMPUTE WS-EXC-INT =                                         03580000
035900        FUNCTION INTEGER-OF-DATE(EXC-RUN-DATE).                   03590000
036000     COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-EXC-INT.            03600000
036100     IF WS-DAYS-OPEN < ZEROES                                     03610000
036200        MOVE ZEROES           TO WS-DAYS-OPEN                     03620000
038900        DISPLAY 'OVERDUE EXCEPTION: ' EXC-PGM ' '                 03890000
039000                EXC-REASON ' KEY ' EXC-REC-KEY                    03900000
039100                ' OPEN ' WS-DAYS-OPEN ' DAYS'                     03910000
126400        IF ALRT-SUCCESS                                           12640000
126402           PERFORM 3200-WRITE-OVERDUE-ALERT  THRU 3200-EXIT       12640200
126404        END-IF                                                    12640400
039200     END-IF.                                                      03920000
039300     WRITE AGE-REC.                                               03930000
039400 3100-EXIT.                                                       03940000
039500     EXIT.                                                        03950000
126500                                                                  12650000
126510 3200-WRITE-OVERDUE-ALERT.                                        12651000
126520*----------------------------------------------------------------*12652000
126530* AN OVERDUE EXCEPTION IS A WARNING KEYED BY ITS PROGRAM AND     *12653000
126540* RECORD KEY - STILL OPEN TOMORROW, IT IS THE SAME ALERT AGAIN   *12654000
126550*----------------------------------------------------------------*12655000
126560     INITIALIZE               ALERT-REC.                          12656000
126570     MOVE WS-RUN-DATE         TO ALR-RUN-DATE.                    12657000
126580     MOVE WS-RUN-TIME(1:6)    TO ALR-RUN-TIME.                    12658000
126590     MOVE 'AOCDEXCD'          TO ALR-PGM.                         12659000
126600     SET ALR-WARNING          TO TRUE.                            12660000
126610     STRING EXC-PGM DELIMITED BY SIZE                             12661000
126620        ' ' DELIMITED BY SIZE                                     12662000
126630        EXC-REC-KEY DELIMITED BY SIZE                             12663000
126640        INTO ALR-SUBJECT.                                         12664000
126650     STRING 'EXCEPTION ' DELIMITED BY SIZE                        12665000
126660        EXC-REASON DELIMITED BY SIZE                              12666000
126670        ' OPEN ' DELIMITED BY SIZE                                12667000
126680        AGE-DAYS DELIMITED BY SIZE                                12668000
126690        ' DAYS - PAST THE ' DELIMITED BY SIZE                     12669000
126700        WS-AGE-LIMIT DELIMITED BY SIZE                            12670000
126710        '-DAY LIMIT' DELIMITED BY SIZE                            12671000
126720        INTO ALR-MESSAGE.                                         12672000
126730     WRITE ALERT-REC.                                             12673000
126740 3200-EXIT.                                                       12674000
126750     EXIT.                                                        12675000
039600                                                                  03960000
039700*----------------------------------------------------------------*03970000
039800*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03980000
040500     MOVE WS-HIST-DATE          TO HIST-DATE.                     04050000
040600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04060000
040700     MOVE 'AOCDEXCD'            TO HIST-PGM.                      04070000
040701     MOVE WS-HIST-VER           TO HIST-VERSION.                  04070100
040800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04080000
040900     WRITE AUD-HIST-REC.                                          04090000
041000     CLOSE AUD-HIST.                                              04100000
