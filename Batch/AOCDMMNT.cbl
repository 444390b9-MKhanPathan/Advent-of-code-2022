000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - MASTER FILE MAINTENANCE                *00020000
000300*----------------------------------------------------------------*00030000
000400*  CARD-DRIVEN ADD/CHG/DEL MAINTENANCE FOR THE SIX SUITE         *00040000
000500*  MASTERS - AOCD1MST, AOCD2PLM, AOCD3ITM, AOCD3CST, AOCD4SEC    *00050000
000600*  AND AOCD6DVM - SO NOBODY EVER EDITS A MASTER DATASET BY       *00060000
000700*  HAND AGAIN. EVERY TRANSACTION IS FIELD-VALIDATED BEFORE       *00070000
000800*  APPLY, EVERY APPLY IS JOURNALED WITH ITS BEFORE AND AFTER     *00080000
000900*  IMAGES, AND EVERY REJECT GOES TO THE SHARED AOCDSEXC FILE IN  *00090000
001000*  THE COMMON LAYOUT SO BAD MAINTENANCE SHOWS UP IN THE MORNING  *00100000
001100*  EXCEPTION SUMMARY LIKE EVERYTHING ELSE                        *00110000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
005500         ACCESS MODE    IS SEQUENTIAL                             00550000
005600         FILE STATUS    IS DVM-FILE-STATUS.                       00560000
005700                                                                  00570000
005710     SELECT CST-MASTER  ASSIGN TO AOCD3CST                        00571000
005720        ORGANIZATION    IS SEQUENTIAL                             00572000
005730         ACCESS MODE    IS SEQUENTIAL                             00573000
005740         FILE STATUS    IS CST-FILE-STATUS.                       00574000
005800*----------------------------------------------------------------*00580000
005900* BEFORE/AFTER MAINTENANCE JOURNAL - ONE ROW PER APPLIED         *00590000
006000* TRANSACTION SO ANY MASTER CHANGE CAN BE TRACED AND REVERSED    *00600000
011600        10 TXN-SEC-NAME    PIC X(15).                             01160000
011700        10 TXN-SEC-SUPV    PIC X(10).                             01170000
011800        10 FILLER          PIC X(25).                             01180000
011810     05 TXN-CST-DATA REDEFINES TXN-DATA.                          01181000
011820        10 TXN-CST-COST    PIC X(07).                             01182000
011830        10 TXN-CST-COST-N REDEFINES TXN-CST-COST                  01183000
011840                           PIC 9(05)V99.                          01184000
011850        10 FILLER          PIC X(43).                             01185000
011860     05 TXN-DVM-DATA REDEFINES TXN-DATA.                          01186000
011870        10 TXN-DVM-REGION  PIC X(04).                             01187000
011880        10 TXN-DVM-TECH    PIC X(08).                             01188000
011889        10 TXN-DVM-MODEL   PIC X(08).                             01188900
011890        10 TXN-DVM-FW      PIC X(08).                             01189000
011891        10 TXN-DVM-INSTALL PIC X(06).                             01189100
011892        10 FILLER          PIC X(16).                             01189200
011900     05 FILLER             PIC X(06).                             01190000
012000                                                                  01200000
012100 FD  ELF-MASTER.                                                  01210000
015000     DATA RECORD IS DVM-REC.                                      01500000
015100 01  DVM-REC.                                                     01510000
015200     05 DVM-DEVICE-ID          PIC X(08).                         01520000
015210     05 FILLER                 PIC X(01).                         01521000
015220     05 DVM-REGION             PIC X(04).                         01522000
015230     05 FILLER                 PIC X(01).                         01523000
015240     05 DVM-TECH-ID            PIC X(08).                         01524000
015250     05 FILLER                 PIC X(01).                         01525000
015258     05 DVM-MODEL              PIC X(08).                         01525800
015266     05 FILLER                 PIC X(01).                         01526600
015274     05 DVM-FIRMWARE           PIC X(08).                         01527400
015282     05 FILLER                 PIC X(01).                         01528200
015290     05 DVM-INSTALL-DATE       PIC 9(06).                         01529000
015300                                                                  01530000
015301*----------------------------------------------------------------*01530100
015302* BADGE UNIT COST MASTER - ONE ROW PER ITEM LETTER, READ BY THE  *01530200
015303* AOCD3PGD STOCK VALUATION AND CONSUMPTION COSTING               *01530300
015304*----------------------------------------------------------------*01530400
015305 FD  CST-MASTER.                                                  01530500
015306 01  CST-REC.                                                     01530600
015307     05 CST-ITEM           PIC X(01).                             01530700
015308     05 FILLER             PIC X(01).                             01530800
015309     05 CST-UNIT-COST      PIC 9(05)V99.                          01530900
015400*----------------------------------------------------------------*01540000
015500* MAINTENANCE JOURNAL - RUN DATE, MASTER, ACTION, KEY AND THE    *01550000
015600* FULL BEFORE AND AFTER IMAGES OF THE ROW TOUCHED                *01560000
015700*----------------------------------------------------------------*01570000
015800 FD  MNT-JRN.                                                     01580000
015900 01  JRN-REC.                                                     01590000
016000     05 JRN-RUN-DATE    PIC 9(08).                                01600000
016100     05 FILLER          PIC X(02).                                01610000
016200     05 JRN-MASTER      PIC X(08).                                01620000
016300     05 FILLER          PIC X(02).                                01630000
018200     05 HIST-PGM             PIC X(08).                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 HIST-OUTPUT          PIC X(40).                           01840000
018401     05 FILLER               PIC X(02).                           01840100
018402     05 HIST-VERSION         PIC X(08).                           01840200
018500                                                                  01850000
018600 WORKING-STORAGE SECTION.                                         01860000
018700 01  WS-WORK-FIELDS.                                              01870000
019100     05 WS-I              PIC 9(04)   VALUE ZEROES.               01910000
019200     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01920000
019300     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01930000
019350     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01935000
019400     05 WS-BEFORE-IMAGE   PIC X(50)   VALUE SPACES.               01940000
019500     05 WS-AFTER-IMAGE    PIC X(50)   VALUE SPACES.               01950000
019600     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               01960000
019700                                                                  01970000
019800*----------------------------------------------------------------*01980000
019900* THE FIVE SEQUENTIAL MASTERS ARE LOADED TO STORAGE AT OPEN,     *01990000
020000* MAINTAINED IN THE TABLES, AND REWRITTEN WHOLE AT CLOSE - THE   *02000000
020100* SAME LOAD-AND-SEARCH PATTERN AOCD3PG1 USES FOR ITS ITEM        *02010000
020200* MASTER. A DELETED SLOT IS FLAGGED AND SKIPPED ON REWRITE       *02020000
024000 01  WS-DVM-TABLE.                                                02400000
024100     05 WS-DVM-ENTRY      OCCURS 500 TIMES.                       02410000
024200        10 WS-DVM-ID      PIC X(08).                              02420000
024210        10 WS-DVM-REGION  PIC X(04).                              02421000
024220        10 WS-DVM-TECH    PIC X(08).                              02422000
024230        10 WS-DVM-MODEL   PIC X(08).                              02423000
024240        10 WS-DVM-FW      PIC X(08).                              02424000
024250        10 WS-DVM-INSTALL PIC X(06).                              02425000
024300        10 WS-DVM-DEL-SW  PIC X(01).                              02430000
024400           88 WS-DVM-DELETED          VALUE 'D'.                  02440000
024500                                                                  02450000
024501 01  WS-CST-FIELDS.                                               02450100
024502     05 WS-CST-CNT        PIC 9(04)   VALUE ZEROES.               02450200
024503     05 WS-MAX-CSTS       PIC 9(04)   VALUE 100.                  02450300
024504 01  WS-CST-TABLE.                                                02450400
024505     05 WS-CST-ENTRY      OCCURS 100 TIMES.                       02450500
024506        10 WS-CST-ITEM    PIC X(01).                              02450600
024507        10 WS-CST-COST    PIC 9(05)V99.                           02450700
024508        10 WS-CST-DEL-SW  PIC X(01).                              02450800
024509           88 WS-CST-DELETED          VALUE 'D'.                  02450900
024600 01  WS-SWITCHES.                                                 02460000
024700     05 TXN-FILE-STATUS   PIC X(02)   VALUE SPACES.               02470000
024800        88 TXN-SUCCESS    VALUE '00'.                             02480000
026300     05 DVM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02630000
026400        88 DVM-SUCCESS    VALUE '00'.                             02640000
026500        88 DVM-EOF        VALUE '10'.                             02650000
026510     05 CST-FILE-STATUS   PIC X(02)   VALUE SPACES.               02651000
026520        88 CST-SUCCESS    VALUE '00'.                             02652000
026530        88 CST-EOF        VALUE '10'.                             02653000
026600     05 JRN-FILE-STATUS   PIC X(02)   VALUE SPACES.               02660000
026700        88 JRN-SUCCESS    VALUE '00'.                             02670000
026800     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02680000
027700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02770000
027800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02780000
027900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02790000
027901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02790100
028000                                                                  02800000
028100 PROCEDURE DIVISION.                                              02810000
028200                                                                  02820000
031900     OPEN OUTPUT MNT-JRN.                                         03190000
032000     OPEN EXTEND SUITE-EXC.                                       03200000
032100     ACCEPT WS-RUN-DATE      FROM DATE.                           03210000
032150     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  03215000
032200 1000-EXIT.                                                       03220000
032300     EXIT.                                                        03230000
032400                                                                  03240000
032500 1100-LOAD-SEQ-MASTERS.                                           03250000
032600*----------------------------------------------------------------*03260000
032700* PULL THE FIVE SEQUENTIAL MASTERS INTO THEIR TABLES SO THE      *03270000
032800* TRANSACTIONS CAN BE APPLIED IN STORAGE AND THE FILES           *03280000
032900* REWRITTEN WHOLE AT END OF RUN                                  *03290000
033000*----------------------------------------------------------------*03300000
040500                   IF WS-DVM-CNT < WS-MAX-DVMS                    04050000
040600                      ADD 1 TO WS-DVM-CNT                         04060000
040700                      MOVE DVM-DEVICE-ID TO WS-DVM-ID(WS-DVM-CNT) 04070000
040710                      MOVE DVM-REGION TO WS-DVM-REGION(WS-DVM-CNT)04071000
040720                      MOVE DVM-TECH-ID TO WS-DVM-TECH(WS-DVM-CNT) 04072000
040730                      MOVE DVM-MODEL TO WS-DVM-MODEL(WS-DVM-CNT)  04073000
040740                      MOVE DVM-FIRMWARE TO WS-DVM-FW(WS-DVM-CNT)  04074000
040750                      MOVE DVM-INSTALL-DATE                       04075000
040760                                     TO WS-DVM-INSTALL(WS-DVM-CNT)04076000
040800                      MOVE SPACES     TO WS-DVM-DEL-SW(WS-DVM-CNT)04080000
040900                   ELSE                                           04090000
041000                      DISPLAY 'DEVICE MASTER CAPACITY (500) '     04100000
041400        END-PERFORM                                               04140000
041500        CLOSE DEV-MASTER                                          04150000
041600     END-IF.                                                      04160000
041601     OPEN INPUT CST-MASTER.                                       04160100
041602     IF CST-SUCCESS                                               04160200
041603        PERFORM UNTIL CST-EOF                                     04160300
041604           READ CST-MASTER                                        04160400
041605                AT END                                            04160500
041606                   SET CST-EOF TO TRUE                            04160600
041607                NOT AT END                                        04160700
041608                   IF WS-CST-CNT < WS-MAX-CSTS                    04160800
041609                      ADD 1 TO WS-CST-CNT                         04160900
041610                      MOVE CST-ITEM   TO WS-CST-ITEM(WS-CST-CNT)  04161000
041611                      MOVE CST-UNIT-COST                          04161100
041612                                      TO WS-CST-COST(WS-CST-CNT)  04161200
041613                      MOVE SPACES     TO WS-CST-DEL-SW(WS-CST-CNT)04161300
041614                   ELSE                                           04161400
041615                      DISPLAY 'UNIT COST MASTER CAPACITY (100) '  04161500
041616                              'EXCEEDED - ENTRY DROPPED'          04161600
041617                   END-IF                                         04161700
041618           END-READ                                               04161800
041619        END-PERFORM                                               04161900
041620        CLOSE CST-MASTER                                          04162000
041621     END-IF.                                                      04162100
041700 1100-EXIT.                                                       04170000
041800     EXIT.                                                        04180000
041900                                                                  04190000
045700              PERFORM 2500-APPLY-SEC  THRU 2500-EXIT              04570000
045800         WHEN 'AOCD6DVM'                                          04580000
045900              PERFORM 2600-APPLY-DVM  THRU 2600-EXIT              04590000
045910         WHEN 'AOCD3CST'                                          04591000
045920              PERFORM 2700-APPLY-CST  THRU 2700-EXIT              04592000
046000         WHEN OTHER                                               04600000
046100              MOVE 'BADMST'   TO WS-REJ-REASON                    04610000
046200              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           04620000
070600                                                                  07060000
070700 2600-APPLY-DVM.                                                  07070000
070800*----------------------------------------------------------------*07080000
070900* DEVICE MASTER - THE EXPECTED DEVICE IDS WITH THE SERVICE       *07090000
071000* REGION AND ASSIGNED TECHNICIAN AOCD6PG9 RAISES WORK ORDERS     *07100000
071100* TO. AN ADD NEEDS A REGION; A CHG MOVES A DEVICE TO A NEW       *07110000
071200* REGION OR TECHNICIAN, BLANKS LEAVE THE MASTER ALONE            *07120000
071210* MODEL, FIRMWARE AND INSTALL DATE (YYMMDD, NUMERIC) FEED THE    *07121000
071220* AOCD6PGC FAILURE-RATE CORRELATION AND CHANGE THE SAME WAY      *07122000
071300*----------------------------------------------------------------*07130000
071400     IF (TXN-IS-ADD OR TXN-IS-CHG)                                07140000
071410        AND TXN-DVM-INSTALL NOT = SPACES                          07141000
071420        AND TXN-DVM-INSTALL NOT NUMERIC                           07142000
071430        MOVE 'BADFLD'         TO WS-REJ-REASON                    07143000
071440        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 07144000
071450        GO TO 2600-EXIT                                           07145000
071460     END-IF.                                                      07146000
071700     MOVE ZEROES              TO WS-SLOT.                         07170000
071800     PERFORM VARYING WS-I FROM 1 BY 1                             07180000
071900               UNTIL WS-I > WS-DVM-CNT                            07190000
072700         WHEN TXN-IS-ADD AND WS-SLOT > ZEROES                     07270000
072800              MOVE 'DUPKEY'   TO WS-REJ-REASON                    07280000
072900              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07290000
072910         WHEN TXN-IS-ADD AND TXN-DVM-REGION = SPACES              07291000
072920              MOVE 'BADFLD'   TO WS-REJ-REASON                    07292000
072930              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07293000
073000         WHEN TXN-IS-ADD AND WS-DVM-CNT NOT < WS-MAX-DVMS         07300000
073100              MOVE 'TBLFULL'  TO WS-REJ-REASON                    07310000
073200              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07320000
073300         WHEN TXN-IS-ADD                                          07330000
073400              ADD 1           TO WS-DVM-CNT                       07340000
073500              MOVE TXN-KEY(1:8)  TO WS-DVM-ID(WS-DVM-CNT)         07350000
073510              MOVE TXN-DVM-REGION TO WS-DVM-REGION(WS-DVM-CNT)    07351000
073520              MOVE TXN-DVM-TECH   TO WS-DVM-TECH(WS-DVM-CNT)      07352000
073530              MOVE TXN-DVM-MODEL  TO WS-DVM-MODEL(WS-DVM-CNT)     07353000
073540              MOVE TXN-DVM-FW     TO WS-DVM-FW(WS-DVM-CNT)        07354000
073550              MOVE TXN-DVM-INSTALL TO WS-DVM-INSTALL(WS-DVM-CNT)  07355000
073600              MOVE SPACES        TO WS-DVM-DEL-SW(WS-DVM-CNT)     07360000
073700              MOVE WS-DVM-ENTRY(WS-DVM-CNT)  TO WS-AFTER-IMAGE    07370000
073800         WHEN WS-SLOT = ZEROES                                    07380000
074100         WHEN TXN-IS-DEL                                          07410000
074200              MOVE WS-DVM-ENTRY(WS-SLOT)  TO WS-BEFORE-IMAGE      07420000
074300              MOVE 'D'           TO WS-DVM-DEL-SW(WS-SLOT)        07430000
074310         WHEN TXN-IS-CHG                                          07431000
074320              MOVE WS-DVM-ENTRY(WS-SLOT)  TO WS-BEFORE-IMAGE      07432000
074330              IF TXN-DVM-REGION NOT = SPACES                      07433000
074340                 MOVE TXN-DVM-REGION TO WS-DVM-REGION(WS-SLOT)    07434000
074350              END-IF                                              07435000
074360              IF TXN-DVM-TECH NOT = SPACES                        07436000
074370                 MOVE TXN-DVM-TECH   TO WS-DVM-TECH(WS-SLOT)      07437000
074380              END-IF                                              07438000
074381              IF TXN-DVM-MODEL NOT = SPACES                       07438100
074382                 MOVE TXN-DVM-MODEL  TO WS-DVM-MODEL(WS-SLOT)     07438200
074383              END-IF                                              07438300
074384              IF TXN-DVM-FW NOT = SPACES                          07438400
074385                 MOVE TXN-DVM-FW     TO WS-DVM-FW(WS-SLOT)        07438500
074386              END-IF                                              07438600
074387              IF TXN-DVM-INSTALL NOT = SPACES                     07438700
074388                 MOVE TXN-DVM-INSTALL TO WS-DVM-INSTALL(WS-SLOT)  07438800
074389              END-IF                                              07438900
074390              MOVE WS-DVM-ENTRY(WS-SLOT)  TO WS-AFTER-IMAGE       07439000
074400     END-EVALUATE.                                                07440000
074500 2600-EXIT.                                                       07450000
074600     EXIT.                                                        07460000
074601                                                                  07460100
074602 2700-APPLY-CST.                                                  07460200
074603*----------------------------------------------------------------*07460300
074604* BADGE UNIT COST MASTER - KEYED BY THE ITEM LETTER LIKE THE     *07460400
074605* ITEM MASTER. THE COST IS SEVEN DIGITS WITH TWO IMPLIED         *07460500
074606* DECIMALS AND MUST PASS THE NUMERIC EDIT ON ADD AND CHG         *07460600
074607*----------------------------------------------------------------*07460700
074608     IF TXN-KEY(1:1) NOT ALPHABETIC                               07460800
074609        OR TXN-KEY(1:1) = SPACES                                  07460900
074610        MOVE 'BADKEY'         TO WS-REJ-REASON                    07461000
074611        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 07461100
074612        GO TO 2700-EXIT                                           07461200
074613     END-IF.                                                      07461300
074614     IF (TXN-IS-ADD OR TXN-IS-CHG)                                07461400
074615        AND TXN-CST-COST NOT NUMERIC                              07461500
074616        MOVE 'BADFLD'         TO WS-REJ-REASON                    07461600
074617        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 07461700
074618        GO TO 2700-EXIT                                           07461800
074619     END-IF.                                                      07461900
074620     MOVE ZEROES              TO WS-SLOT.                         07462000
074621     PERFORM VARYING WS-I FROM 1 BY 1                             07462100
074622               UNTIL WS-I > WS-CST-CNT                            07462200
074623                  OR WS-SLOT > ZEROES                             07462300
074624        IF WS-CST-ITEM(WS-I) = TXN-KEY(1:1)                       07462400
074625           AND NOT WS-CST-DELETED(WS-I)                           07462500
074626           MOVE WS-I             TO WS-SLOT                       07462600
074627        END-IF                                                    07462700
074628     END-PERFORM.                                                 07462800
074629     EVALUATE TRUE                                                07462900
074630         WHEN TXN-IS-ADD AND WS-SLOT > ZEROES                     07463000
074631              MOVE 'DUPKEY'   TO WS-REJ-REASON                    07463100
074632              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07463200
074633         WHEN TXN-IS-ADD AND WS-CST-CNT NOT < WS-MAX-CSTS         07463300
074634              MOVE 'TBLFULL'  TO WS-REJ-REASON                    07463400
074635              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07463500
074636         WHEN TXN-IS-ADD                                          07463600
074637              ADD 1           TO WS-CST-CNT                       07463700
074638              MOVE TXN-KEY(1:1)    TO WS-CST-ITEM(WS-CST-CNT)     07463800
074639              MOVE TXN-CST-COST-N  TO WS-CST-COST(WS-CST-CNT)     07463900
074640              MOVE SPACES          TO WS-CST-DEL-SW(WS-CST-CNT)   07464000
074641              MOVE WS-CST-ENTRY(WS-CST-CNT)  TO WS-AFTER-IMAGE    07464100
074642         WHEN WS-SLOT = ZEROES                                    07464200
074643              MOVE 'NOTFND'   TO WS-REJ-REASON                    07464300
074644              PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT           07464400
074645         WHEN TXN-IS-DEL                                          07464500
074646              MOVE WS-CST-ENTRY(WS-SLOT)  TO WS-BEFORE-IMAGE      07464600
074647              MOVE 'D'           TO WS-CST-DEL-SW(WS-SLOT)        07464700
074648         WHEN TXN-IS-CHG                                          07464800
074649              MOVE WS-CST-ENTRY(WS-SLOT)  TO WS-BEFORE-IMAGE      07464900
074650              MOVE TXN-CST-COST-N  TO WS-CST-COST(WS-SLOT)        07465000
074651              MOVE WS-CST-ENTRY(WS-SLOT)  TO WS-AFTER-IMAGE       07465100
074652     END-EVALUATE.                                                07465200
074653 2700-EXIT.                                                       07465300
074654     EXIT.                                                        07465400
074700                                                                  07470000
074800 5000-WRITE-JOURNAL.                                              07480000
074900     INITIALIZE               JRN-REC.                            07490000
075000     MOVE WS-RUN-DATE-8       TO JRN-RUN-DATE.                    07500000
075100     MOVE TXN-MASTER          TO JRN-MASTER.                      07510000
075200     MOVE TXN-ACTION          TO JRN-ACTION.                      07520000
075300     MOVE TXN-KEY             TO JRN-KEY.                         07530000
076500     SET WS-TXN-BAD           TO TRUE.                            07650000
076600     ADD 1                    TO WS-REJECT-CNT.                   07660000
076700     INITIALIZE               SUITE-EXC-REC.                      07670000
076800     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    07680000
076900     MOVE 'AOCDMMNT'          TO EXC-PGM.                         07690000
077000     MOVE TXN-KEY             TO EXC-REC-KEY.                     07700000
077100     MOVE WS-REJ-REASON       TO EXC-REASON.                      07710000
077800                                                                  07780000
077900 7000-REWRITE-SEQ-MASTERS.                                        07790000
078000*----------------------------------------------------------------*07800000
078100* WRITE THE FIVE SEQUENTIAL MASTERS BACK FROM THEIR TABLES,      *07810000
078200* SKIPPING DELETED SLOTS - THE FILES ARE REWRITTEN WHOLE EVEN    *07820000
078300* WHEN NOTHING CHANGED SO A PARTIAL RUN NEVER LEAVES A MASTER    *07830000
078400* HALF OLD AND HALF NEW                                          *07840000
082500        IF NOT WS-DVM-DELETED(WS-I)                               08250000
082600           INITIALIZE            DVM-REC                          08260000
082700           MOVE WS-DVM-ID(WS-I)     TO DVM-DEVICE-ID              08270000
082710           MOVE WS-DVM-REGION(WS-I) TO DVM-REGION                 08271000
082720           MOVE WS-DVM-TECH(WS-I)   TO DVM-TECH-ID                08272000
082730           MOVE WS-DVM-MODEL(WS-I)  TO DVM-MODEL                  08273000
082740           MOVE WS-DVM-FW(WS-I)     TO DVM-FIRMWARE               08274000
082750           IF WS-DVM-INSTALL(WS-I) IS NUMERIC                     08275000
082760              MOVE WS-DVM-INSTALL(WS-I) TO DVM-INSTALL-DATE       08276000
082770           END-IF                                                 08277000
082800           WRITE DVM-REC                                          08280000
082900        END-IF                                                    08290000
083000     END-PERFORM.                                                 08300000
083100     CLOSE DEV-MASTER.                                            08310000
083101     OPEN OUTPUT CST-MASTER.                                      08310100
083102     PERFORM VARYING WS-I FROM 1 BY 1                             08310200
083103               UNTIL WS-I > WS-CST-CNT                            08310300
083104        IF NOT WS-CST-DELETED(WS-I)                               08310400
083105           INITIALIZE            CST-REC                          08310500
083106           MOVE WS-CST-ITEM(WS-I)   TO CST-ITEM                   08310600
083107           MOVE WS-CST-COST(WS-I)   TO CST-UNIT-COST              08310700
083108           WRITE CST-REC                                          08310800
083109        END-IF                                                    08310900
083110     END-PERFORM.                                                 08311000
083111     CLOSE CST-MASTER.                                            08311100
083200 7000-EXIT.                                                       08320000
083300     EXIT.                                                        08330000
083400                                                                  08340000
085100     MOVE WS-HIST-DATE          TO HIST-DATE.                     08510000
085200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     08520000
085300     MOVE 'AOCDMMNT'            TO HIST-PGM.                      08530000
085301     MOVE WS-HIST-VER           TO HIST-VERSION.                  08530100
085400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   08540000
085500     WRITE AUD-HIST-REC.                                          08550000
085600     CLOSE AUD-HIST.                                              08560000
