000600*  SEGMENTS) AND AOCD6HIS (MARKER HISTORY), AND DECIDING WHICH   *00060000
000700*  DEVICES ARE ACTUALLY SICK WAS A MORNING-LONG COLLATION JOB.   *00070000
000800*  THE SIGNALS ARE COMBINED HERE INTO ONE A/B/C/F GRADE PER      *00080000
000900*  DEVICE - MARKER MISSING IS AN OUTRIGHT F, DUPLICATES,         *00090000
000925*  POSITION DRIFT AGAINST THE DEVICE'S OWN HISTORY AND SEGMENTS  *00092500
000950*  AOCD6PG8 FOUND CORRUPT OR MISSING (AOCD6COR) EACH COST A      *00095000
000975*  GRADE - WRITTEN TO AOCD6HLT, WITH EVERY DEVICE BELOW B ON     *00097500
001200*  THE AOCD6WLR WATCHLIST WITH ITS REASONS. ONE PAGE TELLING     *00120000
001300*  FIELD SERVICE WHERE TO GO TODAY                               *00130000
001400*----------------------------------------------------------------*00140000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS DUP-FILE-STATUS.                       00300000
003100                                                                  00310000
003110     SELECT COR-FILE     ASSIGN TO AOCD6COR                       00311000
003120        ORGANIZATION    IS SEQUENTIAL                             00312000
003130         ACCESS MODE    IS SEQUENTIAL                             00313000
003140         FILE STATUS    IS COR-FILE-STATUS.                       00314000
003200     SELECT MRK-HIST     ASSIGN TO AOCD6HIS                       00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS WLR-FILE-STATUS.                       00510000
005200                                                                  00520000
005201*----------------------------------------------------------------*00520100
005202* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00520200
005203* THIS PROGRAM READ FROM AOCD6RPT                                *00520300
005204*----------------------------------------------------------------*00520400
005205     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00520500
005206        ORGANIZATION    IS SEQUENTIAL                             00520600
005207         ACCESS MODE    IS SEQUENTIAL                             00520700
005208         FILE STATUS    IS HND-FILE-STATUS.                       00520800
005209                                                                  00520900
005300*----------------------------------------------------------------*00530000
005400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00540000
005500*----------------------------------------------------------------*00550000
007900     05 FILLER                 PIC X(02).                         00790000
008000     05 DUP-THIS-POS           PIC 9(07).                         00800000
008100                                                                  00810000
008110 FD  COR-FILE.                                                    00811000
008120 01  COR-REC.                                                     00812000
008130     05 COR-DEVICE-ID          PIC X(08).                         00813000
008140     05 FILLER                 PIC X(02).                         00814000
008150     05 COR-SEG-CNT            PIC 9(03).                         00815000
008200 FD  MRK-HIST.                                                    00820000
008300 01  MHS-REC.                                                     00830000
008400     05 MHS-DEVICE-ID          PIC X(08).                         00840000
008700     05 FILLER                 PIC X(02).                         00870000
008800     05 MHS-FOUND-FLAG         PIC X(01).                         00880000
008900     05 FILLER                 PIC X(02).                         00890000
009000     05 MHS-RUN-DATE           PIC 9(08).                         00900000
009100                                                                  00910000
009200 FD  HLT-FILE.                                                    00920000
009300 01  HLT-REC.                                                     00930000
011000     05 WLR-REASONS     PIC X(40).                                01100000
011100     05 FILLER          PIC X(27).                                01110000
011200                                                                  01120000
011201 FD  HND-FILE.                                                    01120100
011202     COPY AOCDHND.                                                01120200
011203                                                                  01120300
011300 FD  AUD-HIST                                                     01130000
011400     DATA RECORD IS AUD-HIST-REC.                                 01140000
011500 01  AUD-HIST-REC.                                                01150000
012000     05 HIST-PGM             PIC X(08).                           01200000
012100     05 FILLER               PIC X(02).                           01210000
012200     05 HIST-OUTPUT          PIC X(40).                           01220000
012201     05 FILLER               PIC X(02).                           01220100
012202     05 HIST-VERSION         PIC X(08).                           01220200
012300                                                                  01230000
012400 WORKING-STORAGE SECTION.                                         01240000
012500 01  WS-WORK-FIELDS.                                              01250000
013100     05 WS-DRIFT-LIMIT    PIC 9(03)   VALUE 20.                   01310000
013200     05 WS-PRIOR-AVG      PIC 9(05)   VALUE ZEROES.               01320000
013300     05 WS-DRIFT-ABS      PIC S9(07)  VALUE ZEROES.               01330000
013400     05 WS-NEWEST-DATE    PIC 9(08)   VALUE ZEROES.               01340000
013500     05 WS-REASONS        PIC X(40)   VALUE SPACES.               01350000
013510     05 WS-REASON-WORK    PIC X(40)   VALUE SPACES.               01351000
013520     05 WS-REASON-PTR     PIC 9(02)   VALUE 1.                    01352000
013600     05 WS-FIND-DEVICE    PIC X(08)   VALUE SPACES.               01360000
013700                                                                  01370000
013800*----------------------------------------------------------------*01380000
014900        10 WS-DEV-DUPS    PIC 9(03).                              01490000
015000        10 WS-DEV-HSUM    PIC 9(08).                              01500000
015100        10 WS-DEV-HCNT    PIC 9(03).                              01510000
015110        10 WS-DEV-CORRUPT PIC 9(03).                              01511000
015200                                                                  01520000
015300 01  WS-SWITCHES.                                                 01530000
015400     05 RPT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01540000
015700     05 DUP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01570000
015800        88 DUP-SUCCESS    VALUE '00'.                             01580000
015900        88 DUP-EOF        VALUE '10'.                             01590000
015910     05 COR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01591000
015920        88 COR-SUCCESS    VALUE '00'.                             01592000
015930        88 COR-EOF        VALUE '10'.                             01593000
016000     05 MHS-FILE-STATUS   PIC X(02)   VALUE SPACES.               01600000
016100        88 MHS-SUCCESS    VALUE '00'.                             01610000
016200        88 MHS-EOF        VALUE '10'.                             01620000
016700     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01670000
016800        88 HIST-SUCCESS   VALUE '00'.                             01680000
016900                                                                  01690000
016901*----------------------------------------------------------------*01690100
016902* HANDOFF COUNT - THE AOCD6RPT RECORDS THIS RUN READ             *01690200
016903*----------------------------------------------------------------*01690300
016904 01  WS-HND-FIELDS.                                               01690400
016905     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01690500
016906        88 HND-SUCCESS    VALUE '00'.                             01690600
016907     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01690700
016908     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01690800
016909                                                                  01690900
017000 01  WS-HIST-FIELDS.                                              01700000
017100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01710000
017200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01720000
017300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01730000
017301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01730100
017400                                                                  01740000
017500 PROCEDURE DIVISION.                                              01750000
017600                                                                  01760000
017700     PERFORM 1000-FOLD-RESULTS         THRU 1000-EXIT.            01770000
017800     PERFORM 1200-FOLD-DUPLICATES      THRU 1200-EXIT.            01780000
017810     PERFORM 1300-FOLD-CORRUPTION      THRU 1300-EXIT.            01781000
017900     PERFORM 1400-FOLD-HISTORY         THRU 1400-EXIT.            01790000
018000     PERFORM 3000-GRADE-DEVICES        THRU 3000-EXIT.            01800000
018100     STRING 'HEALTH GRADED ' DELIMITED BY SIZE                    01810000
022600             AT END                                               02260000
022700                SET RPT-EOF TO TRUE                               02270000
022800             NOT AT END                                           02280000
022801                ADD 1                 TO WS-HND-CNT               02280100
022900                MOVE RPT-DEVICE-ID  TO WS-FIND-DEVICE             02290000
023000                PERFORM 0900-FIND-OR-ADD-DEVICE                   02300000
023100                   THRU 0900-EXIT                                 02310000
023700        END-READ                                                  02370000
023800     END-PERFORM.                                                 02380000
023900     CLOSE DEVICE-RPT.                                            02390000
023901     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02390100
024000 1000-EXIT.                                                       02400000
024100     EXIT.                                                        02410000
024200                                                                  02420000
026100 1200-EXIT.                                                       02610000
026200     EXIT.                                                        02620000
026300                                                                  02630000
026310 1300-FOLD-CORRUPTION.                                            02631000
026320*----------------------------------------------------------------*02632000
026330* SEGMENTS AOCD6PG8 FOUND FAILING THE CHECKSUM OR MISSING FROM   *02633000
026340* THE SEQUENCE - ANY AT ALL COST THE DEVICE ONE GRADE            *02634000
026350*----------------------------------------------------------------*02635000
026360     OPEN INPUT COR-FILE.                                         02636000
026370     IF COR-SUCCESS                                               02637000
026380        PERFORM UNTIL COR-EOF                                     02638000
026390           READ COR-FILE                                          02639000
026400                AT END                                            02640000
026410                   SET COR-EOF TO TRUE                            02641000
026420                NOT AT END                                        02642000
026430                   MOVE COR-DEVICE-ID  TO WS-FIND-DEVICE          02643000
026440                   PERFORM 0900-FIND-OR-ADD-DEVICE                02644000
026450                      THRU 0900-EXIT                              02645000
026460                   ADD COR-SEG-CNT     TO WS-DEV-CORRUPT(WS-SLOT) 02646000
026470           END-READ                                               02647000
026480        END-PERFORM                                               02648000
026490        CLOSE COR-FILE                                            02649000
026500     ELSE                                                         02650000
026510        DISPLAY 'NO CORRUPTION COUNTS - NO CORRUPT DEMERITS'      02651000
026520     END-IF.                                                      02652000
026530 1300-EXIT.                                                       02653000
026540     EXIT.                                                        02654000
026400 1400-FOLD-HISTORY.                                               02640000
026500*----------------------------------------------------------------*02650000
026600* ONLY NIGHTS BEFORE THE NEWEST ONE COUNT AS 'THE DEVICE'S OWN   *02660000
035800           MOVE 'MARKER POSITION DRIFT' TO WS-REASONS             03580000
035900        END-IF                                                    03590000
036000     END-IF.                                                      03600000
036010     IF WS-DEV-CORRUPT(WS-I) > ZEROES                             03601000
036020        ADD 1                 TO WS-DEMERITS                      03602000
036030        IF WS-REASONS = SPACES                                    03603000
036040           MOVE 'CORRUPT SEGMENTS' TO WS-REASONS                  03604000
036050        ELSE                                                      03605000
036060           MOVE SPACES        TO WS-REASON-WORK                   03606000
036061           MOVE 1             TO WS-REASON-PTR                    03606100
036062           STRING WS-REASONS  DELIMITED BY '  '                   03606200
036063                  ' + CORRUPT SEGMENT' DELIMITED BY SIZE          03606300
036064                  INTO WS-REASON-WORK                             03606400
036065                  WITH POINTER WS-REASON-PTR                      03606500
036066           MOVE WS-REASON-WORK  TO WS-REASONS                     03606600
036070        END-IF                                                    03607000
036080     END-IF.                                                      03608000
036100     INITIALIZE               HLT-REC.                            03610000
036200     MOVE WS-DEV-ID(WS-I)     TO HLT-DEVICE-ID.                   03620000
036300     MOVE WS-DEV-FOUND(WS-I)  TO HLT-FOUND.                       03630000
039100 3100-EXIT.                                                       03910000
039200     EXIT.                                                        03920000
039300                                                                  03930000
039301*----------------------------------------------------------------*03930100
039302* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *03930200
039303* AOCD6RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *03930300
039304*----------------------------------------------------------------*03930400
039305 9750-WRITE-HANDOFF.                                              03930500
039306     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 03930600
039307     OPEN EXTEND HND-FILE.                                        03930700
039308     IF HND-SUCCESS                                               03930800
039309        INITIALIZE            HANDOFF-CNT-REC                     03930900
039310        MOVE WS-HND-DATE      TO HND-RUN-DATE                     03931000
039311        MOVE 'AOCD6PG6'       TO HND-PGM                          03931100
039312        MOVE 'AOCD6RPT'       TO HND-DD                           03931200
039313        SET HND-READER        TO TRUE                             03931300
039314        MOVE WS-HND-CNT       TO HND-REC-CNT                      03931400
039315        MOVE WS-HIST-VER      TO HND-VERSION                      03931500
039316        WRITE HANDOFF-CNT-REC                                     03931600
039317        CLOSE HND-FILE                                            03931700
039318     END-IF.                                                      03931800
039319 9750-EXIT.                                                       03931900
039320     EXIT.                                                        03932000
039321                                                                  03932100
039400*----------------------------------------------------------------*03940000
039500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03950000
039600*----------------------------------------------------------------*03960000
040200     MOVE WS-HIST-DATE          TO HIST-DATE.                     04020000
040300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04030000
040400     MOVE 'AOCD6PG6'            TO HIST-PGM.                      04040000
040401     MOVE WS-HIST-VER           TO HIST-VERSION.                  04040100
040500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04050000
040600     WRITE AUD-HIST-REC.                                          04060000
040700     CLOSE AUD-HIST.                                              04070000
