001000*  AND THE DO-NOT-PAIR LIST (SECTION COUPLES THAT MUST NOT       *00100000
001100*  SHARE A CREW) MOVES A SLICE BOUNDARY WHEN IT WOULD BE         *00110000
001200*  BROKEN. OUTPUT IS IN THE AOCDAY4 RANGE FORMAT SO THE          *00120000
001300*  EXISTING AOCD4PG2 RUN VALIDATES IT BEFORE ADOPTION. A SECTION *00130000
124000*  ON AOCD4SRQ NEEDS ONE ELF IN THE PAIR'S CREW (AOCD4CRW) WHO   *12400000
124010*  HOLDS ITS CERTIFICATE (AOCD4QUA), SO A CREW WITHOUT ONE HAS   *12401000
124020*  ITS SLICE END BEFORE THE SECTION AND THE NEXT CREW TAKES IT   *12402000
126500*  ON. THE DEALT SLICES ARE THEN ROTATED ROUND THE CREWS, ONE    *12650000
126510*  PAIR FURTHER FOR EVERY CYCLE ON THE AOCD4ROT HISTORY, SO NO   *12651000
126520*  CREW KEEPS THE SAME SLICE WEEK AFTER WEEK                     *12652000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD4PG4.                                            00160000
005000         ORGANIZATION    IS SEQUENTIAL                            00500000
005100          ACCESS MODE    IS SEQUENTIAL                            00510000
005200          FILE STATUS    IS NXT-FILE-STATUS.                      00520000
124030                                                                  12403000
124040*----------------------------------------------------------------*12404000
124050* SECTION CERTIFICATION REQUIREMENTS - SECTION AND CERTIFICATE   *12405000
124060*----------------------------------------------------------------*12406000
124070     SELECT SRQ-FILE    ASSIGN TO AOCD4SRQ                        12407000
124080         ORGANIZATION    IS SEQUENTIAL                            12408000
124090          ACCESS MODE    IS SEQUENTIAL                            12409000
124100          FILE STATUS    IS SRQ-FILE-STATUS.                      12410000
124110                                                                  12411000
124120*----------------------------------------------------------------*12412000
124130* PAIR CREW FILE - THE TWO ELF KEYS BEHIND EACH PAIR NUMBER      *12413000
124140*----------------------------------------------------------------*12414000
124150     SELECT CRW-FILE    ASSIGN TO AOCD4CRW                        12415000
124160         ORGANIZATION    IS SEQUENTIAL                            12416000
124170          ACCESS MODE    IS SEQUENTIAL                            12417000
124180          FILE STATUS    IS CRW-FILE-STATUS.                      12418000
124190                                                                  12419000
124200*----------------------------------------------------------------*12420000
124210* ELF QUALIFICATIONS - CERTIFICATE AND EXPIRY DATE PER ELF       *12421000
124220*----------------------------------------------------------------*12422000
124230     SELECT QUA-FILE    ASSIGN TO AOCD4QUA                        12423000
124240         ORGANIZATION    IS SEQUENTIAL                            12424000
124250          ACCESS MODE    IS SEQUENTIAL                            12425000
124260          FILE STATUS    IS QUA-FILE-STATUS.                      12426000
126530                                                                  12653000
126540*----------------------------------------------------------------*12654000
126550* ROTATION HISTORY - ONE ROW PER SECTION AND ELF PER CYCLE       *12655000
126560*----------------------------------------------------------------*12656000
126570     SELECT ROT-FILE    ASSIGN TO AOCD4ROT                        12657000
126580         ORGANIZATION    IS SEQUENTIAL                            12658000
126590          ACCESS MODE    IS SEQUENTIAL                            12659000
126600          FILE STATUS    IS ROT-FILE-STATUS.                      12660000
005300                                                                  00530000
005400*----------------------------------------------------------------*00540000
005500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00550000
008800 FD  NXT-FILE.                                                    00880000
008900 01  NXT-RANGE-REC.                                               00890000
009000     05 NXT-RANGE          PIC X(19).                             00900000
124270                                                                  12427000
124280 FD  SRQ-FILE.                                                    12428000
124290 01  SRQ-REC.                                                     12429000
124300     05 SRQ-SECTION        PIC 9(04).                             12430000
124310     05 FILLER              PIC X(01).                            12431000
124320     05 SRQ-CERT           PIC X(04).                             12432000
124330                                                                  12433000
124340 FD  CRW-FILE.                                                    12434000
124350 01  CRW-REC.                                                     12435000
124360     05 CRW-PAIR           PIC 9(05).                             12436000
124370     05 FILLER              PIC X(01).                            12437000
124380     05 CRW-ELF-1          PIC X(10).                             12438000
124390     05 FILLER              PIC X(01).                            12439000
124400     05 CRW-ELF-2          PIC X(10).                             12440000
124410                                                                  12441000
124420 FD  QUA-FILE.                                                    12442000
124430 01  QUA-REC.                                                     12443000
124440     05 QUA-ELF-KEY        PIC X(10).                             12444000
124450     05 FILLER              PIC X(01).                            12445000
124460     05 QUA-CERT           PIC X(04).                             12446000
124470     05 FILLER              PIC X(01).                            12447000
124480     05 QUA-EXPIRY         PIC 9(06).                             12448000
126610                                                                  12661000
126620 FD  ROT-FILE.                                                    12662000
126630 01  ROT-REC.                                                     12663000
126640     05 ROT-CYCLE          PIC 9(06).                             12664000
126650     05 FILLER              PIC X(01).                            12665000
126660     05 ROT-SECTION        PIC 9(04).                             12666000
126670     05 FILLER              PIC X(01).                            12667000
126680     05 ROT-PAIR           PIC 9(05).                             12668000
126690     05 FILLER              PIC X(01).                            12669000
126700     05 ROT-ELF            PIC X(10).                             12670000
009100                                                                  00910000
009200 FD  AUD-HIST                                                     00920000
009300     DATA RECORD IS AUD-HIST-REC.                                 00930000
009900     05 HIST-PGM             PIC X(08).                           00990000
010000     05 FILLER               PIC X(02).                           01000000
010100     05 HIST-OUTPUT          PIC X(40).                           01010000
010101     05 FILLER               PIC X(02).                           01010100
010102     05 HIST-VERSION         PIC X(08).                           01010200
010200                                                                  01020000
010300 WORKING-STORAGE SECTION.                                         01030000
010400 01  WS-WORK-FIELDS.                                              01040000
121020     05 WS-HELD-SW        PIC X(01)   VALUE 'N'.                  12102000
121030        88 WS-PAIR-HELD    VALUE 'Y'.                             12103000
011700     05 WS-HOLD-SEC       PIC X(35)   VALUE SPACES.               01170000
124490     05 WS-TODAY          PIC 9(06)   VALUE ZEROES.               12449000
124500     05 WS-M              PIC 9(04)   VALUE ZEROES.               12450000
124510     05 WS-N              PIC 9(04)   VALUE ZEROES.               12451000
124520     05 WS-CREW-PAIR      PIC 9(05)   VALUE ZEROES.               12452000
124530     05 WS-CREW-SLOT      PIC 9(03)   VALUE ZEROES.               12453000
124540     05 WS-CERT-HITS      PIC 9(03)   VALUE ZEROES.               12454000
124550     05 WS-CERT-MISSES    PIC 9(03)   VALUE ZEROES.               12455000
124560     05 WS-CERT-SW        PIC X(01)   VALUE 'N'.                  12456000
124570        88 WS-CERT-COVERED VALUE 'Y'.                             12457000
124580     05 WS-CERT-LOADED-SW PIC X(01)   VALUE 'N'.                  12458000
124590        88 WS-CERT-LOADED  VALUE 'Y'.                             12459000
124600     05 WS-CERT-FROM      PIC 9(03)   VALUE ZEROES.               12460000
126710     05 WS-ROT-CYCLES     PIC 9(05)   VALUE ZEROES.               12671000
126720     05 WS-ROT-LAST       PIC 9(06)   VALUE ZEROES.               12672000
126730     05 WS-ROT-SHIFT      PIC 9(02)   VALUE ZEROES.               12673000
126740     05 WS-ROT-QUOT       PIC 9(05)   VALUE ZEROES.               12674000
126750     05 WS-ROT-WORK       PIC 9(05)   VALUE ZEROES.               12675000
126760     05 WS-OUT-PAIR       PIC 9(02)   VALUE ZEROES.               12676000
126770     05 WS-OUT-SLICE      PIC 9(02)   VALUE ZEROES.               12677000
011800                                                                  01180000
011900*----------------------------------------------------------------*01190000
012000* SECTIONS IN ASCENDING NUMBER ORDER - INSERTION-SORTED AT       *01200000
013500     05 WS-DNP-ENTRY      OCCURS 100 TIMES.                       01350000
013600        10 WS-DNP-A       PIC 9(04).                              01360000
013700        10 WS-DNP-B       PIC 9(04).                              01370000
124600                                                                  12460000
124610*----------------------------------------------------------------*12461000
124620* CERTIFIED SECTIONS, THE CREW BEHIND EACH PAIR NUMBER AND THE   *12462000
124630* CERTIFICATES EACH ELF HOLDS                                    *12463000
124640*----------------------------------------------------------------*12464000
124650 01  WS-CERT-FIELDS.                                              12465000
124660     05 WS-SRQ-CNT        PIC 9(03)   VALUE ZEROES.               12466000
124670     05 WS-MAX-SRQS       PIC 9(03)   VALUE 500.                  12467000
124680     05 WS-CRW-CNT        PIC 9(03)   VALUE ZEROES.               12468000
124690     05 WS-MAX-CRWS       PIC 9(03)   VALUE 100.                  12469000
124700     05 WS-QUA-CNT        PIC 9(04)   VALUE ZEROES.               12470000
124710     05 WS-MAX-QUAS       PIC 9(04)   VALUE 2000.                 12471000
124720 01  WS-SRQ-TABLE.                                                12472000
124730     05 WS-SRQ-ENTRY      OCCURS 500 TIMES.                       12473000
124740        10 WS-SRQ-SEC     PIC 9(04).                              12474000
124750        10 WS-SRQ-CERT    PIC X(04).                              12475000
124760 01  WS-CRW-TABLE.                                                12476000
124770     05 WS-CRW-ENTRY      OCCURS 100 TIMES.                       12477000
124780        10 WS-CRW-PAIR    PIC 9(05).                              12478000
124790        10 WS-CRW-ELF-1   PIC X(10).                              12479000
124800        10 WS-CRW-ELF-2   PIC X(10).                              12480000
124810 01  WS-QUA-TABLE.                                                12481000
124820     05 WS-QUA-ENTRY      OCCURS 2000 TIMES.                      12482000
124830        10 WS-QUA-ELF     PIC X(10).                              12483000
124840        10 WS-QUA-CERT    PIC X(04).                              12484000
126780                                                                  12678000
126790*----------------------------------------------------------------*12679000
126800* THE ROSTER AS DEALT, SLICE BY SLICE, BEFORE IT IS ROTATED      *12680000
126810* ROUND THE PAIRS                                                *12681000
126820*----------------------------------------------------------------*12682000
126830 01  WS-OUT-TABLE.                                                12683000
126840     05 WS-OUT-ENTRY      OCCURS 99 TIMES.                        12684000
126850        10 WS-OUT-RANGE   PIC X(19).                              12685000
126860        10 WS-OUT-START   PIC 9(03).                              12686000
126865        10 WS-OUT-END     PIC 9(03).                              12686500
013800                                                                  01380000
013900 01  WS-SWITCHES.                                                 01390000
014000     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01400000
014800        88 DNP-EOF        VALUE '10'.                             01480000
014900     05 NXT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01490000
015000        88 NXT-SUCCESS    VALUE '00'.                             01500000
124850     05 SRQ-FILE-STATUS   PIC X(02)   VALUE SPACES.               12485000
124860        88 SRQ-SUCCESS    VALUE '00'.                             12486000
124870        88 SRQ-EOF        VALUE '10'.                             12487000
124880     05 CRW-FILE-STATUS   PIC X(02)   VALUE SPACES.               12488000
124890        88 CRW-SUCCESS    VALUE '00'.                             12489000
124900        88 CRW-EOF        VALUE '10'.                             12490000
124910     05 QUA-FILE-STATUS   PIC X(02)   VALUE SPACES.               12491000
124920        88 QUA-SUCCESS    VALUE '00'.                             12492000
124930        88 QUA-EOF        VALUE '10'.                             12493000
126860     05 ROT-FILE-STATUS   PIC X(02)   VALUE SPACES.               12686000
126870        88 ROT-SUCCESS    VALUE '00'.                             12687000
126880        88 ROT-EOF        VALUE '10'.                             12688000
015100     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01510000
015200        88 HIST-SUCCESS   VALUE '00'.                             01520000
015300     05 WS-UNCOV-CNT      PIC 9(03)   VALUE ZEROES.               01530000
015600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01560000
015700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01570000
015800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01580000
015801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01580100
015900                                                                  01590000
016000*----------------------------------------------------------------*01600000
016100* OPTIONAL PAIR-COUNT PARAMETER - HOW MANY CREWS NEXT CYCLE      *01610000
017200     PERFORM 0500-LOAD-SECTIONS        THRU 0500-EXIT.            01720000
017300     PERFORM 0600-NOTE-COVERAGE-GAPS   THRU 0600-EXIT.            01730000
017400     PERFORM 0700-LOAD-EXCLUSIONS      THRU 0700-EXIT.            01740000
124940     PERFORM 0800-LOAD-CERTIFICATION   THRU 0800-EXIT.            12494000
126890     PERFORM 0900-LOAD-ROTATION        THRU 0900-EXIT.            12689000
017500     PERFORM 2000-DEAL-SLICES          THRU 2000-EXIT.            01750000
017600     STRING 'ROSTER - ' DELIMITED BY SIZE                         01760000
017700        WS-PAIRS-WRITTEN DELIMITED BY SIZE                        01770000
028800     END-IF.                                                      02880000
028900 0700-EXIT.                                                       02890000
029000     EXIT.                                                        02900000
124950                                                                  12495000
124960 0800-LOAD-CERTIFICATION.                                         12496000
124970*----------------------------------------------------------------*12497000
124980* THE CERTIFICATION CONSTRAINT NEEDS ALL THREE FILES - WITHOUT   *12498000
124990* THE SECTION REQUIREMENTS OR THE CREWS THERE IS NOTHING TO      *12499000
125000* HOLD A SLICE TO, AND THE ROSTER IS DEALT AS BEFORE             *12500000
125010*----------------------------------------------------------------*12501000
125020     ACCEPT WS-TODAY          FROM DATE.                          12502000
125030     OPEN INPUT SRQ-FILE.                                         12503000
125040     IF SRQ-SUCCESS                                               12504000
125050        PERFORM UNTIL SRQ-EOF                                     12505000
125060           READ SRQ-FILE                                          12506000
125070                AT END                                            12507000
125080                   SET SRQ-EOF TO TRUE                            12508000
125090                NOT AT END                                        12509000
125100                   IF SRQ-SECTION IS NUMERIC                      12510000
125110                      AND SRQ-CERT NOT = SPACES                   12511000
125120                      AND WS-SRQ-CNT < WS-MAX-SRQS                12512000
125130                      ADD 1 TO WS-SRQ-CNT                         12513000
125140                      MOVE SRQ-SECTION TO WS-SRQ-SEC(WS-SRQ-CNT)  12514000
125150                      MOVE SRQ-CERT    TO WS-SRQ-CERT(WS-SRQ-CNT) 12515000
125160                   ELSE                                           12516000
125170                      DISPLAY 'REQUIREMENT ROW DROPPED'           12517000
125180                   END-IF                                         12518000
125190           END-READ                                               12519000
125200        END-PERFORM                                               12520000
125210        CLOSE SRQ-FILE                                            12521000
125220     END-IF.                                                      12522000
125230     OPEN INPUT CRW-FILE.                                         12523000
125240     IF CRW-SUCCESS                                               12524000
125250        PERFORM UNTIL CRW-EOF                                     12525000
125260           READ CRW-FILE                                          12526000
125270                AT END                                            12527000
125280                   SET CRW-EOF TO TRUE                            12528000
125290                NOT AT END                                        12529000
125300                   IF CRW-PAIR IS NUMERIC                         12530000
125310                      AND WS-CRW-CNT < WS-MAX-CRWS                12531000
125320                      ADD 1 TO WS-CRW-CNT                         12532000
125330                      MOVE CRW-PAIR  TO WS-CRW-PAIR(WS-CRW-CNT)   12533000
125340                      MOVE CRW-ELF-1 TO WS-CRW-ELF-1(WS-CRW-CNT)  12534000
125350                      MOVE CRW-ELF-2 TO WS-CRW-ELF-2(WS-CRW-CNT)  12535000
125360                   ELSE                                           12536000
125370                      DISPLAY 'CREW ROW DROPPED'                  12537000
125380                   END-IF                                         12538000
125390           END-READ                                               12539000
125400        END-PERFORM                                               12540000
125410        CLOSE CRW-FILE                                            12541000
125420     END-IF.                                                      12542000
125430*----------------------------------------------------------------*12543000
125440* ONLY CERTIFICATES STILL VALID TODAY ARE KEPT - AN EXPIRED ONE  *12544000
125450* COVERS NOTHING ON THE NEXT ROSTER                              *12545000
125460*----------------------------------------------------------------*12546000
125470     OPEN INPUT QUA-FILE.                                         12547000
125480     IF QUA-SUCCESS                                               12548000
125490        PERFORM UNTIL QUA-EOF                                     12549000
125500           READ QUA-FILE                                          12550000
125510                AT END                                            12551000
125520                   SET QUA-EOF TO TRUE                            12552000
125530                NOT AT END                                        12553000
125540                   IF QUA-EXPIRY IS NUMERIC                       12554000
125550                      AND QUA-EXPIRY NOT < WS-TODAY               12555000
125560                      AND WS-QUA-CNT < WS-MAX-QUAS                12556000
125570                      ADD 1 TO WS-QUA-CNT                         12557000
125580                      MOVE QUA-ELF-KEY TO WS-QUA-ELF(WS-QUA-CNT)  12558000
125590                      MOVE QUA-CERT    TO WS-QUA-CERT(WS-QUA-CNT) 12559000
125600                   END-IF                                         12560000
125610           END-READ                                               12561000
125620        END-PERFORM                                               12562000
125630        CLOSE QUA-FILE                                            12563000
125640     END-IF.                                                      12564000
125650     IF WS-SRQ-CNT > ZEROES                                       12565000
125660        AND WS-CRW-CNT > ZEROES                                   12566000
125670        SET WS-CERT-LOADED    TO TRUE                             12567000
125680        DISPLAY 'CERTIFIED SECTIONS: ' WS-SRQ-CNT                 12568000
125690                ' CREWS: ' WS-CRW-CNT                             12569000
125700                ' VALID CERTIFICATES: ' WS-QUA-CNT                12570000
125710     ELSE                                                         12571000
125720        DISPLAY 'NO CERTIFICATION DATA - NO CONSTRAINT APPLIED'   12572000
125730     END-IF.                                                      12573000
125740 0800-EXIT.                                                       12574000
125750     EXIT.                                                        12575000
126900                                                                  12690000
126910 0900-LOAD-ROTATION.                                              12691000
126920*----------------------------------------------------------------*12692000
126930* EVERY CYCLE POSTED TO THE AOCD4ROT ROTATION HISTORY MOVES THE  *12693000
126940* CREWS ON ONE SLICE. NO HISTORY MEANS NO SHIFT, AND THE ROSTER  *12694000
126950* IS DEALT STRAIGHT IN SECTION ORDER AS BEFORE                   *12695000
126960*----------------------------------------------------------------*12696000
126970     OPEN INPUT ROT-FILE.                                         12697000
126980     IF ROT-SUCCESS                                               12698000
126990        PERFORM UNTIL ROT-EOF                                     12699000
127000           READ ROT-FILE                                          12700000
127010                AT END                                            12701000
127020                   SET ROT-EOF TO TRUE                            12702000
127030                NOT AT END                                        12703000
127040                   IF ROT-CYCLE IS NUMERIC                        12704000
127050                      AND ROT-CYCLE NOT = WS-ROT-LAST             12705000
127060                      ADD 1 TO WS-ROT-CYCLES                      12706000
127070                      MOVE ROT-CYCLE  TO WS-ROT-LAST              12707000
127080                   END-IF                                         12708000
127090           END-READ                                               12709000
127100        END-PERFORM                                               12710000
127110        CLOSE ROT-FILE                                            12711000
127120     ELSE                                                         12712000
127130        DISPLAY 'NO ROTATION HISTORY - NO SHIFT APPLIED'          12713000
127140     END-IF.                                                      12714000
127150     DIVIDE WS-ROT-CYCLES BY WS-PAIR-COUNT                        12715000
127160            GIVING WS-ROT-QUOT REMAINDER WS-ROT-SHIFT.            12716000
127170     DISPLAY 'CYCLES ON ROTATION HISTORY: ' WS-ROT-CYCLES         12717000
127180             ' SLICE SHIFT: ' WS-ROT-SHIFT.                       12718000
127190 0900-EXIT.                                                       12719000
127200     EXIT.                                                        12720000
029100                                                                  02910000
029200 2000-DEAL-SLICES.                                                02920000
029300*----------------------------------------------------------------*02930000
032400           MOVE WS-SEC-CNT    TO WS-SLICE-END                     03240000
032500        END-IF                                                    03250000
032600        PERFORM 2100-APPLY-EXCLUSIONS  THRU 2100-EXIT             03260000
121090        MOVE WS-SLICE-START   TO WS-CERT-FROM                     12109000
121100        PERFORM 2180-QUEUE-SLICE       THRU 2180-EXIT             12110000
125760        PERFORM 2160-APPLY-CERTIFICATION  THRU 2160-EXIT          12576000
032800        COMPUTE WS-SLICE-START = WS-SLICE-END + 1                 03280000
032900     END-PERFORM.                                                 03290000
121200     IF WS-PAIR-HELD                                              12120000
121210        PERFORM 2200-WRITE-PAIR  THRU 2200-EXIT                   12121000
121220     END-IF.                                                      12122000
127210     PERFORM 2300-WRITE-ROTATED  THRU 2300-EXIT.                  12721000
121230     CLOSE NXT-FILE.                                              12123000
033100     DISPLAY 'PAIRS WRITTEN: ' WS-PAIRS-WRITTEN                   03310000
033200             ' EXCLUSION BOUNDARY MOVES: ' WS-DNP-HITS.           03320000
125770     IF WS-CERT-LOADED                                            12577000
125780        DISPLAY 'CERTIFICATION BOUNDARY MOVES: ' WS-CERT-HITS     12578000
125790                ' UNRESOLVED: ' WS-CERT-MISSES                    12579000
125800     END-IF.                                                      12580000
033300 2000-EXIT.                                                       03330000
033400     EXIT.                                                        03340000
033500                                                                  03350000
037000        END-IF                                                    03700000
037100     END-PERFORM.                                                 03710000
037200 2150-EXIT.                                                       03720000
125810     EXIT.                                                        12581000
125820                                                                  12582000
125830 2160-APPLY-CERTIFICATION.                                        12583000
125840*----------------------------------------------------------------*12584000
125843* A SECTION ON AOCD4SRQ NEEDS ONE ELF IN THE CREW HOLDING ITS    *12584300
125846* CERTIFICATE. RUN AFTER THE SLICE IS QUEUED, SO THE HELD        *12584600
125849* SLICE IS ALREADY MERGED AND ITS SLICE NUMBER IS FINAL - THE    *12584900
125852* NEXT PAIR TO BE WRITTEN. THE FIRST UNCOVERED SECTION JUST      *12585200
125855* ADDED ENDS THE SLICE BEFORE IT SO THE NEXT CREW TAKES IT ON.   *12585500
125858* THE SLICE KEEPS AT LEAST TWO SECTIONS SO IT CANNOT BE ABSORBED *12585800
125861* AGAIN, AND THE LAST PAIR CANNOT SHED SECTIONS. WHAT CANNOT     *12586100
125864* MOVE HERE IS REPORTED BY 2350 AGAINST THE FINAL ROTATION       *12586400
125867*----------------------------------------------------------------*12586700
125870     IF NOT WS-CERT-LOADED                                        12587000
125873        GO TO 2160-EXIT                                           12587300
125876     END-IF.                                                      12587600
125879     COMPUTE WS-ROT-WORK = WS-PAIRS-WRITTEN + WS-ROT-SHIFT.       12587900
125882     DIVIDE WS-ROT-WORK BY WS-PAIR-COUNT                          12588200
125885            GIVING WS-ROT-QUOT REMAINDER WS-CREW-PAIR.            12588500
125888     ADD 1                    TO WS-CREW-PAIR.                    12588800
125891     PERFORM VARYING WS-K FROM WS-CERT-FROM BY 1                  12589100
125894               UNTIL WS-K > WS-HELD-END                           12589400
125897        PERFORM 2170-CHECK-CERTIFIED  THRU 2170-EXIT              12589700
125900        IF NOT WS-CERT-COVERED                                    12590000
125903           AND WS-K > WS-HELD-START + 1                           12590300
125906           AND WS-I < WS-PAIR-COUNT                               12590600
125909           COMPUTE WS-SLICE-END = WS-K - 1                        12590900
125912           MOVE WS-SLICE-END  TO WS-HELD-END                      12591200
125915           ADD 1              TO WS-CERT-HITS                     12591500
125918           DISPLAY 'BOUNDARY MOVED FOR CERTIFIED SECTION '        12591800
125921                   WS-SEC-NUM(WS-K) ' ' WS-SRQ-CERT(WS-M)         12592100
125924        END-IF                                                    12592400
125927     END-PERFORM.                                                 12592700
126150 2160-EXIT.                                                       12615000
126160     EXIT.                                                        12616000
126170                                                                  12617000
126180 2170-CHECK-CERTIFIED.                                            12618000
126190     SET WS-CERT-COVERED      TO TRUE.                            12619000
126200     MOVE ZEROES              TO WS-M.                            12620000
126210     PERFORM VARYING WS-N FROM 1 BY 1                             12621000
126220               UNTIL WS-N > WS-SRQ-CNT                            12622000
126230                  OR WS-M > ZEROES                                12623000
126240        IF WS-SRQ-SEC(WS-N) = WS-SEC-NUM(WS-K)                    12624000
126250           MOVE WS-N             TO WS-M                          12625000
126260        END-IF                                                    12626000
126270     END-PERFORM.                                                 12627000
126280     IF WS-M = ZEROES                                             12628000
126290        GO TO 2170-EXIT                                           12629000
126300     END-IF.                                                      12630000
126310     MOVE 'N'                 TO WS-CERT-SW.                      12631000
126320     MOVE ZEROES              TO WS-CREW-SLOT.                    12632000
126330     PERFORM VARYING WS-N FROM 1 BY 1                             12633000
126340               UNTIL WS-N > WS-CRW-CNT                            12634000
126350                  OR WS-CREW-SLOT > ZEROES                        12635000
126360        IF WS-CRW-PAIR(WS-N) = WS-CREW-PAIR                       12636000
126370           MOVE WS-N             TO WS-CREW-SLOT                  12637000
126380        END-IF                                                    12638000
126390     END-PERFORM.                                                 12639000
126400     IF WS-CREW-SLOT = ZEROES                                     12640000
126410        GO TO 2170-EXIT                                           12641000
126420     END-IF.                                                      12642000
126430     PERFORM VARYING WS-N FROM 1 BY 1                             12643000
126440               UNTIL WS-N > WS-QUA-CNT                            12644000
126450                  OR WS-CERT-COVERED                              12645000
126460        IF WS-QUA-CERT(WS-N) = WS-SRQ-CERT(WS-M)                  12646000
126470           AND (WS-QUA-ELF(WS-N) = WS-CRW-ELF-1(WS-CREW-SLOT)     12647000
126480             OR WS-QUA-ELF(WS-N) = WS-CRW-ELF-2(WS-CREW-SLOT))    12648000
126490           SET WS-CERT-COVERED TO TRUE                            12649000
126500        END-IF                                                    12650000
126510     END-PERFORM.                                                 12651000
126520 2170-EXIT.                                                       12652000
037300     EXIT.                                                        03730000
037400                                                                  03740000
121300 2180-QUEUE-SLICE.                                                12130000
121890               WS-SEC-NUM(WS-HELD-END) DELIMITED BY SIZE          12189000
121900               INTO WS-HOLD-SEC                                   12190000
121910     END-IF.                                                      12191000
127260     MOVE WS-HOLD-SEC         TO WS-OUT-RANGE(WS-PAIRS-WRITTEN).  12726000
127262     MOVE WS-HELD-START       TO WS-OUT-START(WS-PAIRS-WRITTEN).  12726200
127264     MOVE WS-HELD-END         TO WS-OUT-END(WS-PAIRS-WRITTEN).    12726400
121950 2200-EXIT.                                                       12195000
121960     EXIT.                                                        12196000
127270                                                                  12727000
127280 2300-WRITE-ROTATED.                                              12728000
127290*----------------------------------------------------------------*12729000
127300* THE SLICES ARE DEALT IN SECTION ORDER, BUT SLICE K GOES TO     *12730000
127310* PAIR K PLUS THE ROTATION SHIFT, WRAPPING ROUND THE PAIRS, SO   *12731000
127320* EACH CREW MOVES ON ONE SLICE EVERY CYCLE POSTED TO AOCD4ROT.   *12732000
127330* IF SINGLE-SECTION MERGES LEFT FEWER PAIRS THAN ASKED FOR, THE  *12733000
127333* SHIFT IS TAKEN AGAIN OVER THE PAIRS ACTUALLY DEALT. EACH       *12733300
127336* PAIR'S CERTIFIED SECTIONS ARE CHECKED HERE AGAINST THE CREW    *12733600
127339* THAT FINALLY RECEIVES THE SLICE                                *12733900
127350*----------------------------------------------------------------*12735000
127360     IF WS-PAIRS-WRITTEN NOT = WS-PAIR-COUNT                      12736000
127370        DIVIDE WS-ROT-CYCLES BY WS-PAIRS-WRITTEN                  12737000
127380               GIVING WS-ROT-QUOT REMAINDER WS-ROT-SHIFT          12738000
127390     END-IF.                                                      12739000
127400     PERFORM VARYING WS-OUT-PAIR FROM 1 BY 1                      12740000
127410               UNTIL WS-OUT-PAIR > WS-PAIRS-WRITTEN               12741000
127420        COMPUTE WS-ROT-WORK = WS-OUT-PAIR - 1 + WS-PAIRS-WRITTEN  12742000
127430                            - WS-ROT-SHIFT                        12743000
127440        DIVIDE WS-ROT-WORK BY WS-PAIRS-WRITTEN                    12744000
127450               GIVING WS-ROT-QUOT REMAINDER WS-OUT-SLICE          12745000
127460        ADD 1                 TO WS-OUT-SLICE                     12746000
127470        MOVE WS-OUT-RANGE(WS-OUT-SLICE)  TO NXT-RANGE             12747000
127474        WRITE NXT-RANGE-REC                                       12747400
127478        DISPLAY 'PAIR ' WS-OUT-PAIR ': ' NXT-RANGE                12747800
127482        IF WS-CERT-LOADED                                         12748200
127486           PERFORM 2350-VERIFY-CERTIFICATION  THRU 2350-EXIT      12748600
127490        END-IF                                                    12749000
127500     END-PERFORM.                                                 12750000
127510 2300-EXIT.                                                       12751000
127520     EXIT.                                                        12752000
127600                                                                  12760000
127610 2350-VERIFY-CERTIFICATION.                                       12761000
127620*----------------------------------------------------------------*12762000
127630* THE FINAL CHECK - EVERY CERTIFIED SECTION IN THE SLICE THIS    *12763000
127640* PAIR RECEIVES NEEDS A CERTIFICATE HOLDER IN ITS OWN CREW       *12764000
127650*----------------------------------------------------------------*12765000
127660     MOVE WS-OUT-PAIR         TO WS-CREW-PAIR.                    12766000
127670     PERFORM VARYING WS-K FROM WS-OUT-START(WS-OUT-SLICE) BY 1    12767000
127680               UNTIL WS-K > WS-OUT-END(WS-OUT-SLICE)              12768000
127690        PERFORM 2170-CHECK-CERTIFIED  THRU 2170-EXIT              12769000
127700        IF NOT WS-CERT-COVERED                                    12770000
127710           ADD 1              TO WS-CERT-MISSES                   12771000
127720           DISPLAY 'CERTIFICATION UNRESOLVED FOR PAIR '           12772000
127730                   WS-CREW-PAIR ' SECTION ' WS-SEC-NUM(WS-K)      12773000
127740                   ' ' WS-SRQ-CERT(WS-M)                          12774000
127750        END-IF                                                    12775000
127760     END-PERFORM.                                                 12776000
127770 2350-EXIT.                                                       12777000
127780     EXIT.                                                        12778000
040400                                                                  04040000
040500*----------------------------------------------------------------*04050000
040600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04060000
041300     MOVE WS-HIST-DATE          TO HIST-DATE.                     04130000
041400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04140000
041500     MOVE 'AOCD4PG4'            TO HIST-PGM.                      04150000
041501     MOVE WS-HIST-VER           TO HIST-VERSION.                  04150100
041600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04160000
041700     WRITE AUD-HIST-REC.                                          04170000
041800     CLOSE AUD-HIST.                                              04180000
