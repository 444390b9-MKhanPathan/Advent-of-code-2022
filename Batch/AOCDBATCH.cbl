120330*                   AOCDAY3; THE HANDSHAKE IS ALSO WRITTEN ON    *12033000
120340*                   A REFUSED RESTART OR PRE-FLIGHT NO-GO SO     *12034000
120350*                   THE SCHEDULER NEVER SEES A STALE FILE        *12035000
120400*  2026-10-15  ZOM  DAY 1 NOW ENDS WITH THE AOCD1PGD FOOD        *12040000
120410*                   STORES DRAW-DOWN, TAKING THE NIGHT'S CAMP    *12041000
120420*                   FOOD-TYPE TOTALS OFF THE AOCD1FSL LEDGER     *12042000
120500*  2026-10-15  ZOM  DAY 3 NOW ENDS WITH THE AOCD3PGD BADGE       *12050000
120510*                   STOCK VALUATION, COSTING THE NIGHT'S DRAWS   *12051000
120520*                   AND KEEPING THE PERIOD-TO-DATE COST FILE     *12052000
120600*  2026-10-15  ZOM  DAY 3 NOW ALSO RUNS AOCD3PGG, KEEPING THE    *12060000
120610*                   PRIOR NIGHT'S SACK INDEX AND REPORTING THE   *12061000
120620*                   SACK CONTENTS GAINED AND LOST OVERNIGHT      *12062000
120700*  2026-10-15  ZOM  DAY 4 NOW ALSO RUNS AOCD4PG9, DRAWING THE    *12070000
120710*                   NIGHT'S CLEANING SUPPLIES FROM THE AOCD4SLG  *12071000
120720*                   STORES LEDGER FOR THE CONFIRMED CLEANS       *12072000
120800*  2026-10-15  ZOM  RUN DATE NOW TAKEN AS YYYYMMDD AND CARRIED   *12080000
120810*                   EIGHT-DIGIT ON THE TIMING HISTORY AND THE    *12081000
120820*                   PROCESSED-FEED REGISTER - NO WINDOWING       *12082000
120900*  2026-10-15  ZOM  STEP DEPENDENCY GRAPH: A FAILED STEP NOW     *12090000
120910*                   BYPASSES ONLY THE STEPS THAT DEPEND ON IT,   *12091000
120920*                   MARKED BYPS ON AOCDBRPT WITH THE FAILED      *12092000
120930*                   STEP NAMED, AND INDEPENDENT CHAINS CARRY     *12093000
120940*                   ON. THE CHECKPOINT CARRIES A MAP OF THE      *12094000
120950*                   STEPS DONE, SO A RESTART RERUNS ONLY THE     *12095000
120960*                   FAILED STEP AND ITS BYPASSED DEPENDENTS      *12096000
127100*  2026-10-15  ZOM  THE FREED RUN LOCK KEEPS THE RUN ID FOR THE  *12710000
127110*                   END-OF-SUITE DISTRIBUTION AND RELEASE GATE   *12711000
128100*  2026-10-15  ZOM  A PROJECTED WINDOW OVERRUN IS ALSO RAISED    *12810000
128110*                   ON THE SHARED AOCDALRT ALERT FILE            *12811000
129000*  2026-10-15  ZOM  EVERY STEP CARRIES A RUN FREQUENCY -         *12900000
129010*                   NIGHTLY, FIRST PROCESSING DAY OF THE WEEK,   *12901000
129020*                   PERIOD-END OR YEAR-END - RESOLVED AGAINST    *12902000
129030*                   AOCDBCAL. THE WEEKLY PACK, CATALOG CHECK,    *12903000
129040*                   MONTHLY ROLLUP, HOUSEKEEPING AND SEASON JOBS *12904000
129050*                   RUN HERE WHEN DUE, AND AOCDBRPT SHOWS EACH   *12905000
129060*                   AS RUN, NOT DUE OR DUE BUT SKIPPED. THE STEP *12906000
129070*                   MAP ON THE CHECKPOINT WIDENS TO 30 STEPS     *12907000
129100*  2026-10-15  ZOM  EACH STEP PROGRAM IS CANCELLED ONCE ITS      *12910000
129110*                   RETURN CODE IS TAKEN, SO A LATER CALL OF     *12911000
129120*                   IT IN THE SAME RUN STARTS AFRESH             *12912000
132500*  2026-10-15  ZOM  THE PARAMETER VALUE AND THE AREA PASSED      *13250000
132510*                   TO EACH STEP WIDEN TO 14 BYTES. AOCDHSKP     *13251000
132520*                   LEAVES THE STEP TABLE - IT TRIMS ONE FILE    *13252000
132530*                   PER JOB STEP AND IS RUN BY HAND FOR EACH.    *13253000
132540*                   THE WEEKLY PACK NOW WAITS ON THE NIGHTLY     *13254000
132550*                   STEPS WHOSE FILES IT PACKS                   *13255000
132560*  2026-10-15  ZOM  AOCDHSKP RETURNS TO THE STEP TABLE AS A      *13256000
132570*                   YEAR-END STEP RUN BY HAND. IT IS NEVER       *13257000
132580*                   CALLED, BUT THE NIGHT IT FALLS DUE THE       *13258000
132590*                   REPORT SHOWS IT AS DUE - RUN BY HAND         *13259000
004300*----------------------------------------------------------------*00430000
004400                                                                  00440000
004500 ENVIRONMENT DIVISION.                                            00450000
103160        ORGANIZATION    IS SEQUENTIAL                             10316000
103170         ACCESS MODE    IS SEQUENTIAL                             10317000
103180         FILE STATUS    IS TMH-FILE-STATUS.                       10318000
128200                                                                  12820000
128210*----------------------------------------------------------------*12821000
128220*  SHARED SUITE ALERT FILE - THE WINDOW-OVERRUN PROJECTION IS    *12822000
128230*  RAISED HERE FOR THE ALERT ROUTING STEP                        *12823000
128240*----------------------------------------------------------------*12824000
128250     SELECT ALERT-FILE   ASSIGN TO AOCDALRT                       12825000
128260        ORGANIZATION    IS SEQUENTIAL                             12826000
128270         ACCESS MODE    IS SEQUENTIAL                             12827000
128280         FILE STATUS    IS ALRT-FILE-STATUS.                      12828000
108100                                                                  10810000
108110*----------------------------------------------------------------*10811000
108120*  THE SHARED BUSINESS CALENDAR, MAINTAINED BY AOCDCALM          *10812000
013300 01  PARM-REC.                                                    01330000
013400     05 PRM-PGM              PIC X(08).                           01340000
013500     05 FILLER               PIC X(02).                           01350000
013600     05 PRM-VALUE            PIC X(14).                           01360000
013700                                                                  01370000
013800 FD  STEP-CKPT                                                    01380000
013900     DATA RECORD IS STEP-CKPT-REC.                                01390000
014200     05 FILLER               PIC X(02).                           01420000
014300     05 STEP-CKPT-FPRINT.                                         01430000
014400        10 STEP-CKPT-COUNT   PIC 9(07) OCCURS 7 TIMES.            01440000
124600     05 FILLER               PIC X(02).                           12460000
124610     05 STEP-CKPT-MAP.                                            12461000
124620        10 STEP-CKPT-DONE    PIC X(01) OCCURS 30 TIMES.           12462000
100200                                                                  10020000
100210 FD  FPL-FILE                                                     10021000
100220     DATA RECORD IS FPL-REC.                                      10022000
103210 FD  TMH-FILE                                                     10321000
103220     DATA RECORD IS TMH-REC.                                      10322000
103230 01  TMH-REC.                                                     10323000
103240     05 TMH-RUN-DATE         PIC 9(08).                           10324000
103250     05 FILLER               PIC X(02).                           10325000
103260     05 TMH-SEQ              PIC 9(03).                           10326000
103270     05 FILLER               PIC X(02).                           10327000
103280     05 TMH-PGM              PIC X(08).                           10328000
103290     05 FILLER               PIC X(02).                           10329000
103300     05 TMH-ELAPSED          PIC 9(05).                           10330000
128300                                                                  12830000
128310 FD  ALERT-FILE.                                                  12831000
128320     COPY AOCDALR.                                                12832000
108200                                                                  10820000
108210 FD  CAL-FILE.                                                    10821000
108220 01  CAL-REC.                                                     10822000
109250     05 FILLER               PIC X(02).                           10925000
109260     05 PFR-COUNT            PIC 9(07).                           10926000
109270     05 FILLER               PIC X(02).                           10927000
109280     05 PFR-DATE             PIC 9(08).                           10928000
112200                                                                  11220000
112210 FD  RBK-FILE.                                                    11221000
112220 01  RBK-REC                 PIC X(80).                           11222000
019600     05 WS-DAY-CHR           PIC X(01)   VALUE SPACES.            01960000
019700     05 WS-DAY-HITS          PIC 9(02)   VALUE ZEROES.            01970000
019800     05 WS-BYPASS-CNT        PIC 9(02)   VALUE ZEROES.            01980000
124700     05 WS-UPBYP-CNT         PIC 9(02)   VALUE ZEROES.            12470000
124710     05 WS-DEP-IDX           PIC 9(02)   VALUE ZEROES.            12471000
124720     05 WS-PRED-IDX          PIC 9(02)   VALUE ZEROES.            12472000
124730     05 WS-UP-ROOT           PIC X(08)   VALUE SPACES.            12473000
019900     05 WS-FPI-STATUS        PIC X(02)   VALUE SPACES.            01990000
020000        88 WS-FPI-OPEN-OK    VALUE '00'.                          02000000
020100        88 WS-FPI-EOF        VALUE '10'.                          02010000
102190        10 WS-WAIT-MM        PIC 9(02).                           10219000
102200        10 WS-WAIT-SS        PIC 9(02).                           10220000
102210        10 FILLER            PIC 9(02).                           10221000
103300     05 WS-RUN-DATE          PIC 9(08)   VALUE ZEROES.            10330000
103310     05 WS-PROJECTED         PIC 9(07)   VALUE ZEROES.            10331000
128450     05 WS-ALR-TIME          PIC 9(08)   VALUE ZEROES.            12845000
103320     05 WS-PROJ-IDX          PIC 9(02)   VALUE ZEROES.            10332000
103330     05 WS-PROJ-PGM          PIC X(08)   VALUE SPACES.            10333000
103340     05 WS-AVG-IDX           PIC 9(02)   VALUE ZEROES.            10334000
020500 01  WS-STEP-FIELDS.                                              02050000
020600     05 WS-CUR-PGM           PIC X(10)   VALUE SPACES.            02060000
020700     05 WS-CUR-MSG           PIC X(40)   VALUE SPACES.            02070000
129080                                                                  12908000
129090*----------------------------------------------------------------*12909000
129100*  ONE LINE OF THE PERIODIC BLOCK CLOSING THE SUMMARY            *12910000
129110*----------------------------------------------------------------*12911000
129120 01  WS-PER-LINE.                                                 12912000
129130     05 WS-PER-PGM           PIC X(08)   VALUE SPACES.            12913000
129140     05 FILLER               PIC X(01)   VALUE SPACES.            12914000
129150     05 WS-PER-FREQ          PIC X(10)   VALUE SPACES.            12915000
129160     05 FILLER               PIC X(01)   VALUE SPACES.            12916000
129170     05 WS-PER-TEXT          PIC X(20)   VALUE SPACES.            12917000
020800                                                                  02080000
020900*----------------------------------------------------------------*02090000
129180*  THE SUITE'S STEPS IN RUN ORDER - THE PROGRAM, WHICH DAY IT    *12918000
129185*  BELONGS TO, WHETHER IT TAKES THE PARAMETER AREA (Y OR N, OR   *12918500
129190*  H FOR A STEP RUN BY HAND, WHICH IS NEVER CALLED HERE), AND    *12919000
129195*  HOW OFTEN IT RUNS: N NIGHTLY, W THE FIRST PROCESSING DAY OF   *12919500
129200*  THE WEEK, P PERIOD-END, Y YEAR-END. ONE GENERIC EXECUTOR      *12920000
129205*  WALKS THIS TABLE SO EVERY PER-STEP RULE LIVES IN EXACTLY ONE  *12920500
129210*  PLACE                                                         *12921000
021400*----------------------------------------------------------------*02140000
021500 01  WS-STEP-LIST.                                                02150000
021600     05 FILLER  PIC X(11) VALUE 'AOCD1PG11YN'.                    02160000
021700     05 FILLER  PIC X(11) VALUE 'AOCD1PG21YN'.                    02170000
021750     05 FILLER  PIC X(11) VALUE 'AOCD1PGD1NN'.                    02175000
021800     05 FILLER  PIC X(11) VALUE 'AOCD2PG42NN'.                    02180000
021900     05 FILLER  PIC X(11) VALUE 'AOCD2PG12YN'.                    02190000
022000     05 FILLER  PIC X(11) VALUE 'AOCD2PG22YN'.                    02200000
022050*----------------------------------------------------------------*02205000
022060*  DAY 3 RUNS AS THE SINGLE-PASS AOCD3PG9 ENGINE - ONE READ OF   *02206000
022070*  AOCDAY3 PRODUCES EVERYTHING AOCD3PG1 AND AOCD3PG2 USED TO,    *02207000
022080*  IN THE SAME LAYOUTS; THE TWO OLD PROGRAMS STAY AVAILABLE      *02208000
022090*  FOR STANDALONE RERUNS                                         *02209000
022095*----------------------------------------------------------------*02209500
022100     05 FILLER  PIC X(11) VALUE 'AOCD3PG93YN'.                    02210000
022150     05 FILLER  PIC X(11) VALUE 'AOCD3PGD3NN'.                    02215000
022160     05 FILLER  PIC X(11) VALUE 'AOCD3PGG3NN'.                    02216000
022300     05 FILLER  PIC X(11) VALUE 'AOCD4PG24YN'.                    02230000
022310     05 FILLER  PIC X(11) VALUE 'AOCD4PG94NN'.                    02231000
022400     05 FILLER  PIC X(11) VALUE 'AOCD5PG15YN'.                    02240000
022500     05 FILLER  PIC X(11) VALUE 'AOCD5PG25YN'.                    02250000
022600     05 FILLER  PIC X(11) VALUE 'AOCD6PG16NN'.                    02260000
022700     05 FILLER  PIC X(11) VALUE 'AOCD6PG26NN'.                    02270000
129230*----------------------------------------------------------------*12923000
129235*  THE PERIODIC STEPS, RESOLVED AGAINST AOCDBCAL EACH NIGHT AND  *12923500
129239*  RUN ONLY WHEN DUE. DAY 0 MARKS A SUITE-WIDE JOB; THE SEASON   *12923900
129243*  JOBS CARRY DAY 2 SO A DAY-2 SCOPE STILL TAKES THEM IN.        *12924300
129247*  AOCD2PGG STAYS OFF THE TABLE - THE PLAYOFF ROUNDS ARE SEEDED  *12924700
129251*  AND ADVANCED BY HAND. AOCDHSKP IS ON IT AS A YEAR-END STEP    *12925100
129255*  RUN BY HAND: ITS HSKPLIV/HSKPARC/HSKPNEW DDS SERVE ONE        *12925500
129259*  RETAINED FILE PER JOB STEP AND HSKPNEW IS SWAPPED OVER THE    *12925900
129263*  LIVE FILE AFTERWARDS, SO EACH FILE IS STILL TRIMMED BY ITS    *12926300
129267*  OWN STANDALONE RUN - BUT THE NIGHT IT FALLS DUE, AOCDBRPT     *12926700
129271*  SAYS SO. AOCD2PGK HAS NO AOCDBPRM ROW - A BLANK PARM TAKES    *12927100
129275*  THE SEASON FROM THE RUN DATE                                  *12927500
129285*----------------------------------------------------------------*12928500
129300     05 FILLER  PIC X(11) VALUE 'AOCDGCHK0YW'.                    12930000
129310     05 FILLER  PIC X(11) VALUE 'AOCDWPAK0NW'.                    12931000
129320     05 FILLER  PIC X(11) VALUE 'AOCD2PG52NP'.                    12932000
129330     05 FILLER  PIC X(11) VALUE 'AOCDHROL0YP'.                    12933000
129340     05 FILLER  PIC X(11) VALUE 'AOCD2PGF2NY'.                    12934000
129350     05 FILLER  PIC X(11) VALUE 'AOCD2PGK2YY'.                    12935000
129355     05 FILLER  PIC X(11) VALUE 'AOCDHSKP0HY'.                    12935500
022800 01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.                        02280000
022900     05 WS-STEP-ENTRY  OCCURS 22 TIMES.                           02290000
023000        10 WS-STEP-PGM       PIC X(08).                           02300000
023100        10 WS-STEP-DAY       PIC 9(01).                           02310000
023200        10 WS-STEP-PARM-FLAG PIC X(01).                           02320000
129370        10 WS-STEP-FREQ      PIC X(01).                           12937000
129380 77  WS-STEP-COUNT           PIC 9(02)   VALUE 22.                12938000
124800                                                                  12480000
124810*----------------------------------------------------------------*12481000
124820* STEP DEPENDENCIES - EACH ENTRY NAMES A STEP AND ONE STEP IT    *12482000
124830* DEPENDS ON, BECAUSE IT READS A FILE THE PREDECESSOR WRITES     *12483000
124840* THAT NIGHT. A STEP WITH SEVERAL PREDECESSORS HAS ONE ENTRY     *12484000
124850* EACH; A STEP WITH NONE IS ON AN INDEPENDENT CHAIN              *12485000
124860*----------------------------------------------------------------*12486000
124870 01  WS-DEP-LIST.                                                 12487000
124880     05 FILLER  PIC X(16) VALUE 'AOCD1PGDAOCD1PG1'.               12488000
124890     05 FILLER  PIC X(16) VALUE 'AOCD2PG1AOCD2PG4'.               12489000
124900     05 FILLER  PIC X(16) VALUE 'AOCD2PG2AOCD2PG4'.               12490000
124910     05 FILLER  PIC X(16) VALUE 'AOCD3PGDAOCD3PG9'.               12491000
124920     05 FILLER  PIC X(16) VALUE 'AOCD3PGGAOCD3PG9'.               12492000
129390     05 FILLER  PIC X(16) VALUE 'AOCD2PG5AOCD2PG1'.               12939000
129400     05 FILLER  PIC X(16) VALUE 'AOCD2PG5AOCD2PG2'.               12940000
129410     05 FILLER  PIC X(16) VALUE 'AOCD2PGFAOCD2PG5'.               12941000
129420     05 FILLER  PIC X(16) VALUE 'AOCD2PGKAOCD2PGF'.               12942000
129421     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD1PG1'.               12942100
129422     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD1PG2'.               12942200
129423     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD2PG1'.               12942300
129424     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD2PG2'.               12942400
129425     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD5PG1'.               12942500
129426     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD5PG2'.               12942600
129427     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD6PG1'.               12942700
129428     05 FILLER  PIC X(16) VALUE 'AOCDWPAKAOCD6PG2'.               12942800
124930 01  WS-DEP-TABLE REDEFINES WS-DEP-LIST.                          12493000
129430     05 WS-DEP-ENTRY  OCCURS 17 TIMES.                            12943000
124950        10 WS-DEP-PGM        PIC X(08).                           12495000
124960        10 WS-DEP-PRED       PIC X(08).                           12496000
129440 77  WS-DEP-COUNT            PIC 9(02)   VALUE 17.                12944000
023400                                                                  02340000
129450*----------------------------------------------------------------*12945000
129460*  A SINGLE PARAMETER AREA, SIZED TO THE LARGEST LS-PARM-DATA    *12946000
129470*  IN THE SUITE - AOCDHSKP'S 14 BYTES - PASSED TO EVERY CALLED   *12947000
129480*  PROGRAM THAT TAKES A PARAMETER SO EACH ONE'S OWN DEFAULTING   *12948000
129490*  LOGIC TAKES OVER, THE SAME AS AN UNCODED JCL PARM WOULD. THE  *12949000
129500*  CONTROL FILE VALUE FILLS ALL 14 BYTES                         *12950000
129510*----------------------------------------------------------------*12951000
024100 01  WS-BATCH-PARM-AREA.                                          02410000
024200     05 WS-BATCH-PARM        PIC X(14)   VALUE SPACES.            02420000
024300                                                                  02430000
024400*----------------------------------------------------------------*02440000
024500*  THE PARAMETER CONTROL FILE AS LOADED - EVERY TUNABLE THE      *02450000
024700*  RUN WITHOUT A RECOMPILE                                       *02470000
024800*----------------------------------------------------------------*02480000
024900 01  WS-PRM-TABLE.                                                02490000
025000     05 WS-PRM-ENTRY        OCCURS 30 TIMES.                      02500000
025100        10 WS-PRM-PGM       PIC X(08).                            02510000
025200        10 WS-PRM-VALUE     PIC X(14).                            02520000
102200                                                                  10220000
102210*----------------------------------------------------------------*10221000
102220*  PER-PROGRAM RETRY POLICY FROM AOCDBPRM - A RECORD WHOSE       *10222000
102240*  RE-DRIVES WITH A WWW-SECOND WAIT BETWEEN ATTEMPTS             *10224000
102250*----------------------------------------------------------------*10225000
102260 01  WS-RTY-TABLE.                                                10226000
102270     05 WS-RTY-ENTRY        OCCURS 30 TIMES.                      10227000
102280        10 WS-RTY-PGM       PIC X(08).                            10228000
102290        10 WS-RTY-COUNT     PIC 9(01).                            10229000
102300        10 WS-RTY-WAIT      PIC 9(03).                            10230000
103430*  AT DRIVER START AND SPENT ON THE FINISH PROJECTION            *10343000
103440*----------------------------------------------------------------*10344000
103450 01  WS-AVG-TABLE.                                                10345000
103460     05 WS-AVG-ENTRY        OCCURS 30 TIMES.                      10346000
103470        10 WS-AVG-PGM       PIC X(08).                            10347000
103480        10 WS-AVG-SUM       PIC 9(09).                            10348000
103490        10 WS-AVG-CNT       PIC 9(04).                            10349000
109450     05 WS-PFR-ENTRY        OCCURS 300 TIMES.                     10945000
109460        10 WS-PFR-DAY       PIC 9(01).                            10946000
109470        10 WS-PFR-COUNT     PIC 9(07).                            10947000
109480        10 WS-PFR-DATE      PIC 9(08).                            10948000
109490 77  WS-PFR-CNT             PIC 9(03)   VALUE ZEROES.             10949000
112400                                                                  11240000
112410*----------------------------------------------------------------*11241000
112500     05 FILLER  PIC X(17) VALUE 'AOCD1PG2AOCD1RPTO'.              11250000
112510     05 FILLER  PIC X(17) VALUE 'AOCD1PG2AOCD1TRDE'.              11251000
112520     05 FILLER  PIC X(17) VALUE 'AOCD1PG2AOCD1REJO'.              11252000
112528     05 FILLER  PIC X(17) VALUE 'AOCD1PG2AOCDALRTE'.              11252800
112522     05 FILLER  PIC X(17) VALUE 'AOCD1PGDAOCD1FSLO'.              11252200
112524     05 FILLER  PIC X(17) VALUE 'AOCD1PGDAOCD1FSJE'.              11252400
112526     05 FILLER  PIC X(17) VALUE 'AOCD1PGDAOCD1FSRO'.              11252600
112530     05 FILLER  PIC X(17) VALUE 'AOCD2PG4AOCD2VALO'.              11253000
112540     05 FILLER  PIC X(17) VALUE 'AOCD2PG1AOCD2LDRE'.              11254000
112550     05 FILLER  PIC X(17) VALUE 'AOCD2PG1AOCD2AUDO'.              11255000
112620     05 FILLER  PIC X(17) VALUE 'AOCD3PG9AOCD3BDGO'.              11262000
112630     05 FILLER  PIC X(17) VALUE 'AOCD3PG9AOCD3RORO'.              11263000
112635     05 FILLER  PIC X(17) VALUE 'AOCD3PG9AOCD3FRHE'.              11263500
112636     05 FILLER  PIC X(17) VALUE 'AOCD3PGDAOCD3CPDO'.              11263600
112637     05 FILLER  PIC X(17) VALUE 'AOCD3PGDAOCD3VALO'.              11263700
112638     05 FILLER  PIC X(17) VALUE 'AOCD3PGGAOCD3IDPO'.              11263800
112639     05 FILLER  PIC X(17) VALUE 'AOCD3PGGAOCD3SDLO'.              11263900
112640     05 FILLER  PIC X(17) VALUE 'AOCD4PG2AOCD4DTLO'.              11264000
112650     05 FILLER  PIC X(17) VALUE 'AOCD4PG2AOCD4COVO'.              11265000
112660     05 FILLER  PIC X(17) VALUE 'AOCD4PG2AOCD4CTNO'.              11266000
112661     05 FILLER  PIC X(17) VALUE 'AOCD4PG9AOCD4SLGO'.              11266100
112662     05 FILLER  PIC X(17) VALUE 'AOCD4PG9AOCD4SJNE'.              11266200
112663     05 FILLER  PIC X(17) VALUE 'AOCD4PG9AOCD4REQO'.              11266300
112664     05 FILLER  PIC X(17) VALUE 'AOCD4PG9AOCD4RORO'.              11266400
112670     05 FILLER  PIC X(17) VALUE 'AOCD5PG1AOCD5AUDO'.              11267000
112680     05 FILLER  PIC X(17) VALUE 'AOCD5PG1AOCD5REJO'.              11268000
112690     05 FILLER  PIC X(17) VALUE 'AOCD5PG2AOCD5AUDO'.              11269000
112700     05 FILLER  PIC X(17) VALUE 'AOCD5PG2AOCD5REJO'.              11270000
112710 01  WS-FT-TABLE REDEFINES WS-FT-LIST.                            11271000
112720     05 WS-FT-ENTRY  OCCURS 37 TIMES.                             11272000
112730        10 WS-FT-PGM        PIC X(08).                            11273000
112740        10 WS-FT-FILE       PIC X(08).                            11274000
112750        10 WS-FT-MODE       PIC X(01).                            11275000
112760 77  WS-FT-COUNT             PIC 9(02)   VALUE 37.                11276000
118400                                                                  11840000
118410*----------------------------------------------------------------*11841000
118420*  FINAL RESULT PER STEP, AS WRITTEN TO THE HANDSHAKE - THE      *11842000
118440*  SHOWS ITS FINAL ATTEMPT                                       *11844000
118450*----------------------------------------------------------------*11845000
118460 01  WS-RES-TABLE.                                                11846000
118470     05 WS-RES-ENTRY        OCCURS 30 TIMES.                      11847000
118480        10 WS-RES-SEQ       PIC 9(03).                            11848000
118490        10 WS-RES-PGM       PIC X(08).                            11849000
118500        10 WS-RES-STATUS    PIC X(04).                            11850000
025600*  THREE RANKING - CONSUMED AS IT IS RANKED                      *02560000
025700*----------------------------------------------------------------*02570000
025800 01  WS-TIMING-TABLE.                                             02580000
025900     05 WS-TM-ENTRY         OCCURS 30 TIMES.                      02590000
026000        10 WS-TM-SEQ        PIC 9(03).                            02600000
026100        10 WS-TM-PGM        PIC X(08).                            02610000
026200        10 WS-TM-ELAPSED    PIC 9(05).                            02620000
027000     05 PARM-FILE-STATUS    PIC X(02)   VALUE SPACES.             02700000
027100        88 PARM-SUCCESS     VALUE '00'.                           02710000
027200        88 PARM-EOF         VALUE '10'.                           02720000
027300     05 WS-STOP-SW           PIC X(01)   VALUE 'N'.               02730000
027400        88 WS-STOP-RUN       VALUE 'Y'.                           02740000
027500     05 WS-POLICY-SW         PIC X(01)   VALUE 'C'.               02750000
103500     05 TMH-FILE-STATUS     PIC X(02)   VALUE SPACES.             10350000
103510        88 TMH-SUCCESS      VALUE '00'.                           10351000
103520        88 TMH-EOF          VALUE '10'.                           10352000
128400     05 ALRT-FILE-STATUS    PIC X(02)   VALUE SPACES.             12840000
128410        88 ALRT-SUCCESS     VALUE '00'.                           12841000
103530     05 WS-OVERRUN-SW        PIC X(01)   VALUE 'N'.               10353000
103540        88 WS-OVERRUN-WARNED VALUE 'Y'.                           10354000
108300     05 CAL-FILE-STATUS     PIC X(02)   VALUE SPACES.             10830000
108330     05 WS-RUN-DATE-8        PIC 9(08)   VALUE ZEROES.            10833000
108340     05 WS-HOLIDAY-SW        PIC X(01)   VALUE 'N'.               10834000
108350        88 WS-HOLIDAY-RUN    VALUE 'Y'.                           10835000
129540*----------------------------------------------------------------*12954000
129550*  THE RUN DATE AS AOCDBCAL SEES IT, AND THE FREQUENCIES DUE     *12955000
129560*  TONIGHT AS 0495-RESOLVE-FREQUENCY SETTLES THEM                *12956000
129570*----------------------------------------------------------------*12957000
129580     05 WS-CAL-FOUND-SW      PIC X(01)   VALUE 'N'.               12958000
129590        88 WS-CAL-RUN-FOUND  VALUE 'Y'.                           12959000
129600     05 WS-RUN-DAY-TYPE      PIC X(01)   VALUE SPACES.            12960000
129610     05 WS-RUN-PERIOD-END    PIC X(01)   VALUE SPACES.            12961000
129620     05 WS-WEEK-START-8      PIC 9(08)   VALUE ZEROES.            12962000
129630     05 WS-YEAR-END-8        PIC 9(08)   VALUE ZEROES.            12963000
129640     05 WS-CAL-YEAR          PIC 9(04)   VALUE ZEROES.            12964000
129650     05 WS-CAL-INT           PIC 9(07)   VALUE ZEROES.            12965000
129660     05 WS-EARLIER-SW        PIC X(01)   VALUE 'N'.               12966000
129670        88 WS-EARLIER-PROC-DAY  VALUE 'Y'.                        12967000
129680     05 WS-LATER-PE-SW       PIC X(01)   VALUE 'N'.               12968000
129690        88 WS-LATER-PERIOD-END  VALUE 'Y'.                        12969000
129700     05 WS-YEAR-COVER-SW     PIC X(01)   VALUE 'N'.               12970000
129710        88 WS-CAL-YEAR-COVERED  VALUE 'Y'.                        12971000
129720     05 WS-WEEKLY-SW         PIC X(01)   VALUE 'N'.               12972000
129730        88 WS-WEEKLY-DUE     VALUE 'Y'.                           12973000
129740     05 WS-PERIOD-END-SW     PIC X(01)   VALUE 'N'.               12974000
129750        88 WS-PERIOD-END-DUE VALUE 'Y'.                           12975000
129760     05 WS-YEAR-END-SW       PIC X(01)   VALUE 'N'.               12976000
129770        88 WS-YEAR-END-DUE   VALUE 'Y'.                           12977000
129780     05 WS-STEP-DUE-SW       PIC X(01)   VALUE 'N'.               12978000
129790        88 WS-STEP-DUE       VALUE 'Y'.                           12979000
129800     05 WS-DUE-IDX           PIC 9(02)   VALUE ZEROES.            12980000
129810     05 WS-PER-IDX           PIC 9(02)   VALUE ZEROES.            12981000
129820     05 WS-FREQ-TEXT         PIC X(10)   VALUE SPACES.            12982000
109300     05 PFR-FILE-STATUS     PIC X(02)   VALUE SPACES.             10930000
109310        88 PFR-SUCCESS      VALUE '00'.                           10931000
109320        88 PFR-AT-EOF       VALUE '10'.                           10932000
109340        88 WS-DUP-OVERRIDE   VALUE 'O'.                           10934000
109350     05 WS-DUPF-SW           PIC X(01)   VALUE 'N'.               10935000
109360        88 WS-FEED-IS-DUP    VALUE 'Y'.                           10936000
109370     05 WS-DUPF-DATE         PIC 9(08)   VALUE ZEROES.            10937000
109380     05 WS-PFR-IDX           PIC 9(03)   VALUE ZEROES.            10938000
112300     05 RBK-FILE-STATUS     PIC X(02)   VALUE SPACES.             11230000
112310        88 RBK-SUCCESS      VALUE '00'.                           11231000
100460     05 WS-PREV-FPRINT.                                           10046000
100470        10 WS-PREV-COUNT    PIC 9(07) OCCURS 7 TIMES.             10047000
100480     05 WS-DAY-STATE        PIC X(01) OCCURS 6 TIMES.             10048000
124900*----------------------------------------------------------------*12490000
124910* THE STEP MAP - Y FOR EACH STEP DONE (PASSED, SKIPPED           *12491000
124920* UNCHANGED, OR BYPASSED BY REQUEST) AND SAVED WITH THE          *12492000
124930* CHECKPOINT; THE MAP AS A RESTART FOUND IT; AND EACH STEP'S     *12493000
124940* OUTCOME THIS RUN - P DONE, F FAILED, B BYPASSED UPSTREAM, R    *12494000
129830* BYPASSED BY REQUEST, N A PERIODIC STEP NOT DUE, H ONE DUE BUT  *12983000
129835* HELD IN A REPLAY RUN, M ONE DUE THAT IS RUN BY HAND - WITH THE *12983500
129840* FAILED STEP AT THE ROOT OF A BYPASS                            *12984000
124970*----------------------------------------------------------------*12497000
124980     05 WS-DONE-MAP.                                              12498000
124990        10 WS-DONE-FLAG       PIC X(01) OCCURS 30 TIMES.          12499000
125000     05 WS-PRIOR-MAP.                                             12500000
125010        10 WS-PRIOR-DONE      PIC X(01) OCCURS 30 TIMES.          12501000
125020     05 WS-STEP-OUTCOME       OCCURS 30 TIMES.                    12502000
125030        10 WS-OUT-CODE        PIC X(01).                          12503000
125040        10 WS-OUT-ROOT        PIC X(08).                          12504000
029400                                                                  02940000
029500*----------------------------------------------------------------*02950000
029600*  S STOPS THE SUITE AT THE FIRST FAILING STEP; C (THE           *02960000
030600     05 LS-TARGET-PARM      PIC X(05)   VALUE SPACES.             03060000
030700*----------------------------------------------------------------*03070000
030800*  THE DAYS TO RUN, AS DIGITS (E.G. 135 OR 1,3,5). BLANK MEANS   *03080000
129860*  THE WHOLE SUITE, AS ALWAYS. DAY 0 IS THE SUITE-WIDE PERIODIC  *12986000
129870*  STEPS - A SCOPED RUN LEAVING IT OUT SKIPS THEM EVEN WHEN DUE  *12987000
031000*----------------------------------------------------------------*03100000
031100     05 LS-SCOPE-PARM       PIC X(12)   VALUE SPACES.             03110000
100600*----------------------------------------------------------------*10060000
114700     PERFORM 0300-TAKE-RUN-LOCK   THRU 0300-EXIT.                 11470000
031700     PERFORM 1000-OPEN-RPT        THRU 1000-EXIT.                 03170000
108400     PERFORM 0490-CHECK-CALENDAR  THRU 0490-EXIT.                 10840000
129880     PERFORM 0495-RESOLVE-FREQUENCY  THRU 0495-EXIT.              12988000
115900     IF WS-REPLAY-RUN                                             11590000
115910        INITIALIZE BATCH-RPT-REC                                  11591000
115920        MOVE 'REPLAY'            TO BRPT-PGM                      11592000
032300        PERFORM 2800-EXECUTE-STEP THRU 2800-EXIT                  03230000
032400     END-PERFORM.                                                 03240000
032500     PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.                 03250000
125000     IF NOT WS-STOP-RUN                                           12500000
125010        AND WS-FAIL-CNT = ZEROES                                  12501000
125020        AND WS-UPBYP-CNT = ZEROES                                 12502000
101510        PERFORM 9500-CLEAR-LAST-STEP THRU 9500-EXIT               10151000
101520     END-IF.                                                      10152000
101530     PERFORM 9600-SAVE-FPL-REGISTER  THRU 9600-EXIT.              10153000
100750               UNTIL WS-FD-IDX > 6                                10075000
100760        MOVE 'U'                TO WS-DAY-STATE(WS-FD-IDX)        10076000
100770     END-PERFORM.                                                 10077000
126300     PERFORM VARYING WS-PRED-IDX FROM 1 BY 1                      12630000
126310               UNTIL WS-PRED-IDX > 30                             12631000
126320        MOVE SPACES            TO WS-OUT-CODE(WS-PRED-IDX)        12632000
126330                                  WS-OUT-ROOT(WS-PRED-IDX)        12633000
126340     END-PERFORM.                                                 12634000
034800 0400-EXIT.                                                       03480000
034900     EXIT.                                                        03490000
035000                                                                  03500000
036600 0500-LOAD-LAST-STEP.                                             03660000
036700     MOVE ZEROES TO WS-LAST-STEP.                                 03670000
036800     INITIALIZE WS-SAVED-FPRINT.                                  03680000
125010     MOVE SPACES TO WS-DONE-MAP.                                  12501000
036900     OPEN INPUT STEP-CKPT.                                        03690000
037000     IF STEP-CKPT-SUCCESS                                         03700000
037100        READ STEP-CKPT                                            03710000
037200           NOT AT END                                             03720000
037300              MOVE STEP-CKPT-LAST TO WS-LAST-STEP                 03730000
037400              MOVE STEP-CKPT-FPRINT  TO WS-SAVED-FPRINT           03740000
125020             MOVE STEP-CKPT-MAP     TO WS-DONE-MAP                12502000
037500        END-READ                                                  03750000
037600        CLOSE STEP-CKPT                                           03760000
037700     END-IF.                                                      03770000
125030*----------------------------------------------------------------*12503000
125040* A CHECKPOINT FROM BEFORE THE STEP MAP WAS CARRIED HAS ONLY     *12504000
125050* THE LAST STEP NUMBER - EVERY STEP UP TO IT COUNTS AS DONE      *12505000
125060*----------------------------------------------------------------*12506000
125070     IF WS-LAST-STEP > ZEROES                                     12507000
125080        AND WS-DONE-MAP = SPACES                                  12508000
125090        PERFORM VARYING WS-DEP-IDX FROM 1 BY 1                    12509000
125100                  UNTIL WS-DEP-IDX > WS-LAST-STEP                 12510000
125110                     OR WS-DEP-IDX > 30                           12511000
125120           MOVE 'Y'               TO WS-DONE-FLAG(WS-DEP-IDX)     12512000
125130        END-PERFORM                                               12513000
125140     END-IF.                                                      12514000
125150     MOVE WS-DONE-MAP            TO WS-PRIOR-MAP.                 12515000
037800 0500-EXIT.                                                       03780000
037900     EXIT.                                                        03790000
038000                                                                  03800000
038700*----------------------------------------------------------------*03870000
038800 2800-EXECUTE-STEP.                                               03880000
038900     ADD 1 TO WS-SEQ.                                             03890000
125100     IF WS-DONE-FLAG(WS-STEP-IDX) = 'Y'                           12510000
125110        MOVE 'P'                  TO WS-OUT-CODE(WS-STEP-IDX)     12511000
125120        GO TO 2800-EXIT                                           12512000
039200     END-IF.                                                      03920000
039300     MOVE WS-STEP-PGM(WS-STEP-IDX)  TO WS-CUR-PGM.                03930000
129890*----------------------------------------------------------------*12989000
129900*  A PERIODIC STEP RUNS ONLY ON A NIGHT AOCDBCAL MAKES IT DUE.   *12990000
129910*  ONE NOT DUE IS REPORTED AND LEFT OFF THE CHECKPOINT, SO A     *12991000
129920*  RESTART ON A LATER DATE WEIGHS IT AFRESH. A DUE ONE IS HELD   *12992000
129930*  IN A REPLAY RUN - IT WORKS ON LIVE SHARED STATE THAT A        *12993000
129940*  REPLAYED NIGHT MUST NOT DISTURB                               *12994000
129950*----------------------------------------------------------------*12995000
129960     IF WS-STEP-FREQ(WS-STEP-IDX) NOT = 'N'                       12996000
129970        MOVE WS-STEP-IDX         TO WS-DUE-IDX                    12997000
129980        PERFORM 2805-CHECK-DUE   THRU 2805-EXIT                   12998000
129990        IF NOT WS-STEP-DUE                                        12999000
130000           MOVE 'N'              TO WS-OUT-CODE(WS-STEP-IDX)      13000000
130010           INITIALIZE BATCH-RPT-REC                               13001000
130020           MOVE WS-SEQ           TO BRPT-SEQ                      13002000
130030           MOVE WS-CUR-PGM       TO BRPT-PGM                      13003000
130040           MOVE 'NDUE'           TO BRPT-STATUS                   13004000
130050           MOVE SPACES           TO BRPT-MSG                      13005000
130060           STRING 'NOT DUE - ' DELIMITED BY SIZE                  13006000
130070                  WS-FREQ-TEXT DELIMITED BY SPACE                 13007000
130080                  ' STEP' DELIMITED BY SIZE                       13008000
130090                  INTO BRPT-MSG                                   13009000
130100           PERFORM 2890-NOTE-STEP-RESULT                          13010000
130110              THRU 2890-EXIT                                      13011000
130120           WRITE BATCH-RPT-REC                                    13012000
130130           GO TO 2800-EXIT                                        13013000
130140        END-IF                                                    13014000
130150        IF WS-REPLAY-RUN                                          13015000
130160           MOVE 'H'              TO WS-OUT-CODE(WS-STEP-IDX)      13016000
130170           INITIALIZE BATCH-RPT-REC                               13017000
130180           MOVE WS-SEQ           TO BRPT-SEQ                      13018000
130190           MOVE WS-CUR-PGM       TO BRPT-PGM                      13019000
130200           MOVE 'BYPS'           TO BRPT-STATUS                   13020000
130210           MOVE 'DUE - HELD, REPLAY RUN'  TO BRPT-MSG             13021000
130220           PERFORM 2890-NOTE-STEP-RESULT                          13022000
130230              THRU 2890-EXIT                                      13023000
130240           WRITE BATCH-RPT-REC                                    13024000
130250           DISPLAY 'STEP ' WS-SEQ ' ' WS-CUR-PGM                  13025000
130260                   ' DUE BUT HELD - REPLAY RUN'                   13026000
130270           GO TO 2800-EXIT                                        13027000
130280        END-IF                                                    13028000
130290     END-IF.                                                      13029000
132600*----------------------------------------------------------------*13260000
132610*  A STEP RUN BY HAND IS NEVER CALLED FROM HERE. THE NIGHT IT    *13261000
132620*  FALLS DUE THE REPORT SAYS SO, AND IT STAYS OFF THE CHECKPOINT *13262000
132630*  SO A RESTART ON THE SAME NIGHT SAYS SO AGAIN                  *13263000
132640*----------------------------------------------------------------*13264000
132650     IF WS-STEP-PARM-FLAG(WS-STEP-IDX) = 'H'                      13265000
132660        MOVE 'M'                 TO WS-OUT-CODE(WS-STEP-IDX)      13266000
132670        INITIALIZE BATCH-RPT-REC                                  13267000
132680        MOVE WS-SEQ              TO BRPT-SEQ                      13268000
132690        MOVE WS-CUR-PGM          TO BRPT-PGM                      13269000
132700        MOVE 'HAND'              TO BRPT-STATUS                   13270000
132710        MOVE 'DUE - RUN BY HAND' TO BRPT-MSG                      13271000
132720        PERFORM 2890-NOTE-STEP-RESULT                             13272000
132730           THRU 2890-EXIT                                         13273000
132740        WRITE BATCH-RPT-REC                                       13274000
132750        DISPLAY 'STEP ' WS-SEQ ' ' WS-CUR-PGM                     13275000
132760                ' DUE - RUN BY HAND'                              13276000
132770        GO TO 2800-EXIT                                           13277000
132780     END-IF.                                                      13278000
039400     IF WS-SCOPE NOT = SPACES                                     03940000
039500        MOVE WS-STEP-DAY(WS-STEP-IDX)  TO WS-DAY-CHR              03950000
039600        MOVE ZEROES                 TO WS-DAY-HITS                03960000
118550              THRU 2890-EXIT                                      11855000
040900           WRITE BATCH-RPT-REC                                    04090000
041000           PERFORM 2950-SAVE-LAST-STEP  THRU 2950-EXIT            04100000
125190           MOVE 'R'              TO WS-OUT-CODE(WS-STEP-IDX)      12519000
041100           GO TO 2800-EXIT                                        04110000
041200        END-IF                                                    04120000
041300     END-IF.                                                      04130000
125200*----------------------------------------------------------------*12520000
125210* DEPENDENCY GRAPH - A STEP WHOSE PREDECESSOR FAILED, OR WAS     *12521000
125220* ITSELF BYPASSED FOR AN UPSTREAM FAILURE, IS BYPASSED TOO,      *12522000
125230* WHATEVER THE FAILURE POLICY. STEPS ON INDEPENDENT CHAINS       *12523000
125240* CARRY ON, AND THE BYPASSED STEP IS LEFT OFF THE CHECKPOINT     *12524000
125250* SO A RESTART RERUNS IT BEHIND ITS FAILED PREDECESSOR           *12525000
125260*----------------------------------------------------------------*12526000
125270     PERFORM 2815-CHECK-UPSTREAM  THRU 2815-EXIT.                 12527000
125280     IF WS-UP-ROOT NOT = SPACES                                   12528000
125290        ADD 1                    TO WS-UPBYP-CNT                  12529000
125300        MOVE 'B'                 TO WS-OUT-CODE(WS-STEP-IDX)      12530000
125310        MOVE WS-UP-ROOT          TO WS-OUT-ROOT(WS-STEP-IDX)      12531000
125320        INITIALIZE BATCH-RPT-REC                                  12532000
125330        MOVE WS-SEQ              TO BRPT-SEQ                      12533000
125340        MOVE WS-CUR-PGM          TO BRPT-PGM                      12534000
125350        MOVE 'BYPS'              TO BRPT-STATUS                   12535000
125360        MOVE SPACES              TO BRPT-MSG                      12536000
125370        STRING 'BYPASSED - UPSTREAM ' DELIMITED BY SIZE           12537000
125380               WS-UP-ROOT DELIMITED BY SIZE                       12538000
125390               ' FAILED' DELIMITED BY SIZE                        12539000
125400               INTO BRPT-MSG                                      12540000
125410        PERFORM 2890-NOTE-STEP-RESULT                             12541000
125420           THRU 2890-EXIT                                         12542000
125430        WRITE BATCH-RPT-REC                                       12543000
125440        DISPLAY 'STEP ' WS-SEQ ' ' WS-CUR-PGM                     12544000
125450                ' BYPASSED - UPSTREAM ' WS-UP-ROOT ' FAILED'      12545000
125460        GO TO 2800-EXIT                                           12546000
125470     END-IF.                                                      12547000
100900*----------------------------------------------------------------*10090000
100910*  INCREMENTAL MODE - A STEP WHOSE DAY'S INPUTS ARE IDENTICAL    *10091000
100920*  TO THE LAST SUCCESSFUL RUN IS MARKED SKIP-UNCHG AND ITS       *10092000
100930*  PRIOR RESULT STANDS                                           *10093000
100940*----------------------------------------------------------------*10094000
130300     IF WS-INCR-MODE                                              13030000
130310        AND WS-STEP-FREQ(WS-STEP-IDX) = 'N'                       13031000
100960        PERFORM 2820-CHECK-UNCHANGED  THRU 2820-EXIT              10096000
100970        IF WS-DAY-UNCHANGED                                       10097000
100980           ADD 1                    TO WS-SKIP-UNCHG-CNT          10098000
101080           IF WS-DAY-STATE(WS-FD-IDX) = 'U'                       10108000
101090              MOVE 'S'              TO WS-DAY-STATE(WS-FD-IDX)    10109000
101100           END-IF                                                 10110000
125300           MOVE 'P'              TO WS-OUT-CODE(WS-STEP-IDX)      12530000
101110           GO TO 2800-EXIT                                        10111000
101120        END-IF                                                    10112000
101130     END-IF.                                                      10113000
110120           MOVE WS-CUR-PGM          TO BRPT-PGM                   11012000
110130           MOVE 'WARN'              TO BRPT-STATUS                11013000
110140           MOVE SPACES              TO BRPT-MSG                   11014000
110150           STRING 'FEED PROCESSED '                               11015000
110160                  DELIMITED BY SIZE                               11016000
110170                  WS-DUPF-DATE DELIMITED BY SIZE                  11017000
110180                  ' - OVERRIDDEN' DELIMITED BY SIZE               11018000
110450           IF WS-STOP-ON-FAIL                                     11045000
110460              SET WS-STOP-RUN       TO TRUE                       11046000
110470           END-IF                                                 11047000
125400           MOVE 'F'              TO WS-OUT-CODE(WS-STEP-IDX)      12540000
125410           MOVE WS-CUR-PGM       TO WS-OUT-ROOT(WS-STEP-IDX)      12541000
110480           GO TO 2800-EXIT                                        11048000
110490        END-IF                                                    11049000
110500     END-IF.                                                      11050000
043400        PERFORM 2870-ECHO-STEP-PARM THRU 2870-EXIT                04340000
043500        PERFORM 2900-WRITE-STEP-RPT THRU 2900-EXIT                04350000
099920        PERFORM 2950-SAVE-LAST-STEP THRU 2950-EXIT                09992000
125410        MOVE 'P'                    TO WS-OUT-CODE(WS-STEP-IDX)   12541000
130320        IF WS-STEP-FREQ(WS-STEP-IDX) = 'N'                        13032000
130330           MOVE WS-STEP-DAY(WS-STEP-IDX)  TO WS-FD-IDX            13033000
130340           IF WS-DAY-STATE(WS-FD-IDX) NOT = 'F'                   13034000
130350              MOVE 'P'              TO WS-DAY-STATE(WS-FD-IDX)    13035000
130360           END-IF                                                 13036000
130370        END-IF                                                    13037000
043600     ELSE                                                         04360000
043700        ADD 1                       TO WS-FAIL-CNT                04370000
130380        IF WS-STEP-FREQ(WS-STEP-IDX) = 'N'                        13038000
130390           MOVE WS-STEP-DAY(WS-STEP-IDX)  TO WS-FD-IDX            13039000
130400           MOVE 'F'                 TO WS-DAY-STATE(WS-FD-IDX)    13040000
130410        END-IF                                                    13041000
043800        MOVE 'COMPLETED WITH ERRORS' TO WS-CUR-MSG                04380000
043900        PERFORM 2870-ECHO-STEP-PARM THRU 2870-EXIT                04390000
044000        PERFORM 2900-WRITE-STEP-RPT THRU 2900-EXIT                04400000
044100        DISPLAY 'STEP ' WS-SEQ ' ' WS-CUR-PGM                     04410000
044200                ' FAILED WITH RC ' WS-STEP-RC                     04420000
112600        PERFORM 8500-WRITE-RUNBOOK  THRU 8500-EXIT                11260000
125420        MOVE 'F'                    TO WS-OUT-CODE(WS-STEP-IDX)   12542000
125430        MOVE WS-CUR-PGM             TO WS-OUT-ROOT(WS-STEP-IDX)   12543000
044300        IF WS-STOP-ON-FAIL                                        04430000
044400           SET WS-STOP-RUN          TO TRUE                       04440000
044500           DISPLAY 'STOP-ON-FAILURE POLICY - SUITE HALTED'        04450000
044800 2800-EXIT.                                                       04480000
044900     EXIT.                                                        04490000
101300                                                                  10130000
130420*----------------------------------------------------------------*13042000
130430*  2805-CHECK-DUE SAYS WHETHER THE STEP AT WS-DUE-IDX IS DUE ON  *13043000
130440*  THIS RUN DATE, AND NAMES ITS FREQUENCY FOR THE REPORT. A      *13044000
130450*  NIGHTLY STEP IS ALWAYS DUE                                    *13045000
130460*----------------------------------------------------------------*13046000
130470 2805-CHECK-DUE.                                                  13047000
130480     MOVE 'N'                 TO WS-STEP-DUE-SW.                  13048000
130490     MOVE SPACES              TO WS-FREQ-TEXT.                    13049000
130500     EVALUATE WS-STEP-FREQ(WS-DUE-IDX)                            13050000
130510         WHEN 'N'                                                 13051000
130520              MOVE 'NIGHTLY'       TO WS-FREQ-TEXT                13052000
130530              SET WS-STEP-DUE      TO TRUE                        13053000
130540         WHEN 'W'                                                 13054000
130550              MOVE 'WEEKLY'        TO WS-FREQ-TEXT                13055000
130560              IF WS-WEEKLY-DUE                                    13056000
130570                 SET WS-STEP-DUE   TO TRUE                        13057000
130580              END-IF                                              13058000
130590         WHEN 'P'                                                 13059000
130600              MOVE 'PERIOD-END'    TO WS-FREQ-TEXT                13060000
130610              IF WS-PERIOD-END-DUE                                13061000
130620                 SET WS-STEP-DUE   TO TRUE                        13062000
130630              END-IF                                              13063000
130640         WHEN 'Y'                                                 13064000
130650              MOVE 'YEAR-END'      TO WS-FREQ-TEXT                13065000
130660              IF WS-YEAR-END-DUE                                  13066000
130670                 SET WS-STEP-DUE   TO TRUE                        13067000
130680              END-IF                                              13068000
130690         WHEN OTHER                                               13069000
130700              MOVE 'UNKNOWN'       TO WS-FREQ-TEXT                13070000
130710     END-EVALUATE.                                                13071000
130720 2805-EXIT.                                                       13072000
130730     EXIT.                                                        13073000
126000*----------------------------------------------------------------*12600000
126010* 2815-CHECK-UPSTREAM LOOKS UP EVERY PREDECESSOR THE STEP        *12601000
126020* DECLARES. ONE THAT FAILED, OR WAS ITSELF BYPASSED UPSTREAM,    *12602000
126030* HANDS BACK THE NAME OF THE FAILED STEP AT THE ROOT; SPACES     *12603000
126040* MEAN THE STEP IS CLEAR TO RUN                                  *12604000
126050*----------------------------------------------------------------*12605000
126060 2815-CHECK-UPSTREAM.                                             12606000
126070     MOVE SPACES              TO WS-UP-ROOT.                      12607000
126080     PERFORM VARYING WS-DEP-IDX FROM 1 BY 1                       12608000
126090               UNTIL WS-DEP-IDX > WS-DEP-COUNT                    12609000
126100                  OR WS-UP-ROOT NOT = SPACES                      12610000
126110        IF WS-DEP-PGM(WS-DEP-IDX) = WS-CUR-PGM                    12611000
126120           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1                12612000
126130                     UNTIL WS-PRED-IDX > WS-STEP-COUNT            12613000
126140              IF WS-STEP-PGM(WS-PRED-IDX) =                       12614000
126150                 WS-DEP-PRED(WS-DEP-IDX)                          12615000
126160                 AND (WS-OUT-CODE(WS-PRED-IDX) = 'F'              12616000
126170                   OR WS-OUT-CODE(WS-PRED-IDX) = 'B')             12617000
126180                 MOVE WS-OUT-ROOT(WS-PRED-IDX)  TO WS-UP-ROOT     12618000
126190              END-IF                                              12619000
126200           END-PERFORM                                            12620000
126210        END-IF                                                    12621000
126220     END-PERFORM.                                                 12622000
126230 2815-EXIT.                                                       12623000
126240     EXIT.                                                        12624000
101310*----------------------------------------------------------------*10131000
101320*  2820-CHECK-UNCHANGED COMPARES THE STEP'S DAY AGAINST THE      *10132000
101330*  LAST-SUCCESS REGISTER - DAY 5 HAS TWO INPUTS AND BOTH MUST    *10133000
102940     MOVE WS-TIME-RAW(1:6)          TO WS-START-TIME.             10294000
102950     MOVE ZEROES                    TO RETURN-CODE.               10295000
102960     IF WS-STEP-PARM-FLAG(WS-STEP-IDX) = 'Y'                      10296000
102970        CALL WS-CUR-PGM USING WS-BATCH-PARM-AREA                  10297000
102980     ELSE                                                         10298000
102990        CALL WS-CUR-PGM                                           10299000
103000     END-IF.                                                      10300000
103010     MOVE RETURN-CODE               TO WS-STEP-RC.                10301000
103015     CANCEL WS-CUR-PGM.                                           10301500
103020     ACCEPT WS-TIME-RAW FROM TIME.                                10302000
103030     MOVE WS-TIME-RAW(1:6)          TO WS-END-TIME.               10303000
103040     PERFORM 2860-WORK-OUT-ELAPSED  THRU 2860-EXIT.               10304000
048100     END-IF.                                                      04810000
048200     COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS.            04820000
048300     ADD WS-ELAPSED           TO WS-TOTAL-ELAPSED.                04830000
048400     IF WS-TM-CNT < 30                                            04840000
048500        ADD 1                 TO WS-TM-CNT                        04850000
048600        MOVE WS-SEQ           TO WS-TM-SEQ(WS-TM-CNT)             04860000
048700        MOVE WS-CUR-PGM       TO WS-TM-PGM(WS-TM-CNT)             04870000
102310                      PERFORM 0470-LOAD-RETRY-SPEC                10231000
102320                         THRU 0470-EXIT                           10232000
102330                   ELSE                                           10233000
102340                      IF WS-PRM-CNT < 30                          10234000
102350                         ADD 1 TO WS-PRM-CNT                      10235000
102360                         MOVE PRM-PGM                             10236000
102370                           TO WS-PRM-PGM(WS-PRM-CNT)              10237000
102380                         MOVE PRM-VALUE                           10238000
102390                           TO WS-PRM-VALUE(WS-PRM-CNT)            10239000
102400                      ELSE                                        10240000
102410                         DISPLAY 'PARM TABLE CAPACITY (30) '      10241000
102420                                 'EXCEEDED: ' PRM-PGM             10242000
102430                      END-IF                                      10243000
102440                   END-IF                                         10244000
102430*  A MISSING WAIT DEFAULTS TO THIRTY SECONDS                     *10243000
102440*----------------------------------------------------------------*10244000
102450 0470-LOAD-RETRY-SPEC.                                            10245000
102460     IF WS-RTY-CNT < 30                                           10246000
102470        AND PRM-VALUE(7:1) IS NUMERIC                             10247000
102480        ADD 1                 TO WS-RTY-CNT                       10248000
102490        MOVE PRM-PGM          TO WS-RTY-PGM(WS-RTY-CNT)           10249000
108510*----------------------------------------------------------------*10851000
108520*  0490-CHECK-CALENDAR LOOKS TODAY UP ON THE BUSINESS CALENDAR   *10852000
108530*  AND ANNOTATES A HOLIDAY RUN ON THE REPORT - HALF THE FEEDS    *10853000
130740*  ARE STALE ON A HOLIDAY AND THE MORNING READER SHOULD KNOW.    *13074000
130750*  DAY 1 OF THE INTEGER DATES IS A MONDAY, SO A DATE'S DAYS      *13075000
130760*  SINCE ITS WEEK BEGAN ARE ITS INTEGER LESS ONE, MODULO 7       *13076000
108550*----------------------------------------------------------------*10855000
108560 0490-CHECK-CALENDAR.                                             10856000
108570     MOVE WS-RUN-DATE          TO WS-RUN-DATE-8.                  10857000
130770     COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8).13077000
130780     COMPUTE WS-CAL-INT = WS-CAL-INT                              13078000
130790                        - FUNCTION MOD(WS-CAL-INT - 1, 7).        13079000
130800     COMPUTE WS-WEEK-START-8 =                                    13080000
130810             FUNCTION DATE-OF-INTEGER(WS-CAL-INT).                13081000
130820     DIVIDE WS-RUN-DATE-8 BY 10000 GIVING WS-CAL-YEAR.            13082000
130830     COMPUTE WS-YEAR-END-8 = WS-CAL-YEAR * 10000 + 1231.          13083000
108580     OPEN INPUT CAL-FILE.                                         10858000
108590     IF NOT CAL-OPEN-OK                                           10859000
108600        GO TO 0490-EXIT                                           10860000
108680                   AND CAL-TYPE = 'H'                             10868000
108690                   SET WS-HOLIDAY-RUN  TO TRUE                    10869000
108700                END-IF                                            10870000
130840                PERFORM 0491-NOTE-CAL-ROW  THRU 0491-EXIT         13084000
108710        END-READ                                                  10871000
108720     END-PERFORM.                                                 10872000
108730     CLOSE CAL-FILE.                                              10873000
108820     END-IF.                                                      10882000
108830 0490-EXIT.                                                       10883000
108840     EXIT.                                                        10884000
130850                                                                  13085000
130860*----------------------------------------------------------------*13086000
130870*  0491-NOTE-CAL-ROW GATHERS WHAT THE PERIODIC STEPS NEED FROM   *13087000
130880*  ONE CALENDAR ROW - THE RUN DATE'S OWN TYPE AND PERIOD-END     *13088000
130890*  MARKER, AN EARLIER PROCESSING DAY IN THE SAME WEEK, A LATER   *13089000
130900*  PERIOD-END IN THE SAME YEAR, AND WHETHER THE CALENDAR REACHES *13090000
130910*  31 DECEMBER AT ALL                                            *13091000
130920*----------------------------------------------------------------*13092000
130930 0491-NOTE-CAL-ROW.                                               13093000
130940     IF CAL-DATE = WS-RUN-DATE-8                                  13094000
130950        SET WS-CAL-RUN-FOUND  TO TRUE                             13095000
130960        MOVE CAL-TYPE         TO WS-RUN-DAY-TYPE                  13096000
130970        MOVE CAL-PERIOD-END   TO WS-RUN-PERIOD-END                13097000
130980     END-IF.                                                      13098000
130990     IF CAL-DATE NOT < WS-WEEK-START-8                            13099000
131000        AND CAL-DATE < WS-RUN-DATE-8                              13100000
131010        AND CAL-TYPE = 'P'                                        13101000
131020        SET WS-EARLIER-PROC-DAY  TO TRUE                          13102000
131030     END-IF.                                                      13103000
131040     IF CAL-DATE > WS-RUN-DATE-8                                  13104000
131050        AND CAL-DATE NOT > WS-YEAR-END-8                          13105000
131060        AND CAL-PERIOD-END = 'Y'                                  13106000
131070        SET WS-LATER-PERIOD-END  TO TRUE                          13107000
131080     END-IF.                                                      13108000
131090     IF CAL-DATE = WS-YEAR-END-8                                  13109000
131100        SET WS-CAL-YEAR-COVERED  TO TRUE                          13110000
131110     END-IF.                                                      13111000
131120 0491-EXIT.                                                       13112000
131130     EXIT.                                                        13113000
131140                                                                  13114000
131150*----------------------------------------------------------------*13115000
131160*  0495-RESOLVE-FREQUENCY SETTLES WHICH RUN FREQUENCIES ARE DUE  *13116000
131170*  TONIGHT. WEEKLY IS DUE ON THE FIRST PROCESSING DAY OF THE     *13117000
131180*  WEEK (MONDAY TO SUNDAY), SO A MONDAY HOLIDAY MOVES IT TO      *13118000
131190*  TUESDAY. PERIOD-END IS DUE ON A DATE AOCDBCAL MARKS AS ONE,   *13119000
131200*  AND YEAR-END ON THE LAST SUCH DATE IN THE CALENDAR YEAR. A    *13120000
131210*  RUN DATE THE CALENDAR DOES NOT CARRY MAKES NOTHING DUE - A    *13121000
131220*  MISSED PERIODIC JOB IS REPORTED, A SPURIOUS ONE IS NOT UNDONE *13122000
131230*----------------------------------------------------------------*13123000
131240 0495-RESOLVE-FREQUENCY.                                          13124000
131250     IF NOT WS-CAL-RUN-FOUND                                      13125000
131260        INITIALIZE BATCH-RPT-REC                                  13126000
131270        MOVE 'CALENDAR'       TO BRPT-PGM                         13127000
131280        MOVE 'WARN'           TO BRPT-STATUS                      13128000
131290        MOVE 'NO AOCDBCAL ROW FOR RUN DATE - NONE DUE'            13129000
131300                              TO BRPT-MSG                         13130000
131310        PERFORM 2890-NOTE-STEP-RESULT                             13131000
131320           THRU 2890-EXIT                                         13132000
131330        WRITE BATCH-RPT-REC                                       13133000
131340        DISPLAY 'RUN DATE NOT ON AOCDBCAL - NO PERIODIC STEP DUE' 13134000
131350        GO TO 0495-EXIT                                           13135000
131360     END-IF.                                                      13136000
131370     IF WS-RUN-DAY-TYPE = 'P'                                     13137000
131380        AND NOT WS-EARLIER-PROC-DAY                               13138000
131390        SET WS-WEEKLY-DUE     TO TRUE                             13139000
131400     END-IF.                                                      13140000
131410     IF WS-RUN-PERIOD-END = 'Y'                                   13141000
131420        SET WS-PERIOD-END-DUE TO TRUE                             13142000
131430        IF NOT WS-LATER-PERIOD-END                                13143000
131440           IF WS-CAL-YEAR-COVERED                                 13144000
131450              SET WS-YEAR-END-DUE  TO TRUE                        13145000
131460           ELSE                                                   13146000
131470              DISPLAY 'AOCDBCAL STOPS SHORT OF 31 DECEMBER - '    13147000
131480                      'YEAR-END STEPS NOT DUE'                    13148000
131490           END-IF                                                 13149000
131500        END-IF                                                    13150000
131510     END-IF.                                                      13151000
131520     INITIALIZE BATCH-RPT-REC.                                    13152000
131530     MOVE 'CALENDAR'          TO BRPT-PGM.                        13153000
131540     MOVE 'INFO'              TO BRPT-STATUS.                     13154000
131550     MOVE SPACES              TO BRPT-MSG.                        13155000
131560     STRING 'DUE: WEEKLY ' DELIMITED BY SIZE                      13156000
131570        WS-WEEKLY-SW DELIMITED BY SIZE                            13157000
131580        ' PERIOD-END ' DELIMITED BY SIZE                          13158000
131590        WS-PERIOD-END-SW DELIMITED BY SIZE                        13159000
131600        ' YEAR-END ' DELIMITED BY SIZE                            13160000
131610        WS-YEAR-END-SW DELIMITED BY SIZE                          13161000
131620        INTO BRPT-MSG.                                            13162000
131630     PERFORM 2890-NOTE-STEP-RESULT                                13163000
131640        THRU 2890-EXIT.                                           13164000
131650     WRITE BATCH-RPT-REC.                                         13165000
131660     DISPLAY 'PERIODIC STEPS DUE - WEEKLY ' WS-WEEKLY-SW          13166000
131670             ' PERIOD-END ' WS-PERIOD-END-SW                      13167000
131680             ' YEAR-END ' WS-YEAR-END-SW.                         13168000
131690 0495-EXIT.                                                       13169000
131700     EXIT.                                                        13170000
103700                                                                  10370000
103710*----------------------------------------------------------------*10371000
103720*  0480-LOAD-TIMING-HISTORY FOLDS AOCDBTMH INTO PER-PROGRAM      *10372000
103740*  FIRST FEW NIGHTS SIMPLY BUILD IT                              *10374000
103750*----------------------------------------------------------------*10375000
103760 0480-LOAD-TIMING-HISTORY.                                        10376000
103770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       10377000
103780     OPEN INPUT TMH-FILE.                                         10378000
103790     IF TMH-SUCCESS                                               10379000
103800        PERFORM UNTIL TMH-EOF                                     10380000
104070        END-IF                                                    10407000
104080     END-PERFORM.                                                 10408000
104090     IF WS-AVG-IDX = ZEROES                                       10409000
104100        IF WS-AVG-PGM-CNT < 30                                    10410000
104110           ADD 1                 TO WS-AVG-PGM-CNT                10411000
104120           MOVE WS-AVG-PGM-CNT   TO WS-AVG-IDX                    10412000
104130           MOVE TMH-PGM          TO WS-AVG-PGM(WS-AVG-IDX)        10413000
099924*  BUILT OUTPUTS                                                  09992400
056800*----------------------------------------------------------------*05680000
056900 2950-SAVE-LAST-STEP.                                             05690000
125500     MOVE 'Y'             TO WS-DONE-FLAG(WS-STEP-IDX).           12550000
116000     IF WS-REPLAY-RUN                                             11600000
116010        GO TO 2950-EXIT                                           11601000
116020     END-IF.                                                      11602000
057000     OPEN OUTPUT STEP-CKPT.                                       05700000
057100     MOVE WS-SEQ          TO STEP-CKPT-LAST.                      05710000
057200     MOVE WS-LIVE-FPRINT  TO STEP-CKPT-FPRINT.                    05720000
125510     MOVE WS-DONE-MAP     TO STEP-CKPT-MAP.                       12551000
057300     WRITE STEP-CKPT-REC.                                         05730000
057400     CLOSE STEP-CKPT.                                             05740000
112500     MOVE WS-SEQ          TO WS-LAST-SAVED.                       11250000
075000           WS-RUN-CNT DELIMITED BY SIZE                           07500000
075100           ' FAILED ' DELIMITED BY SIZE                           07510000
075200           WS-FAIL-CNT DELIMITED BY SIZE                          07520000
125600           ' BYPASSED ' DELIMITED BY SIZE                         12560000
125610           WS-UPBYP-CNT DELIMITED BY SIZE                         12561000
075300           INTO BRPT-MSG                                          07530000
075400     END-IF.                                                      07540000
118720     PERFORM 2890-NOTE-STEP-RESULT                                11872000
118730        THRU 2890-EXIT                                            11873000
075500     WRITE BATCH-RPT-REC.                                         07550000
131710     PERFORM 8050-WRITE-PERIODIC  THRU 8050-EXIT.                 13171000
075600     PERFORM 8100-WRITE-TIMING-SUMMARY  THRU 8100-EXIT.           07560000
075700     DISPLAY 'BATCH SUMMARY - STEPS RUN ' WS-RUN-CNT              07570000
075800             ' FAILED ' WS-FAIL-CNT ' MAX RC ' WS-MAX-RC.         07580000
075900 8000-EXIT.                                                       07590000
076000     EXIT.                                                        07600000
076100                                                                  07610000
131720*----------------------------------------------------------------*13172000
131730*  8050-WRITE-PERIODIC CLOSES THE SUMMARY WITH ONE LINE PER      *13173000
131740*  PERIODIC STEP - RUN (AND HOW IT ENDED), NOT DUE, OR DUE BUT   *13174000
131750*  SKIPPED - SO A FORGOTTEN WEEKLY OR MONTH-END JOB SHOWS UP ON  *13175000
131760*  THE MORNING REPORT INSTEAD OF AT THE AUDIT                    *13176000
131770*----------------------------------------------------------------*13177000
131780 8050-WRITE-PERIODIC.                                             13178000
131790     PERFORM VARYING WS-PER-IDX FROM 1 BY 1                       13179000
131800               UNTIL WS-PER-IDX > WS-STEP-COUNT                   13180000
131810        IF WS-STEP-FREQ(WS-PER-IDX) NOT = 'N'                     13181000
131820           PERFORM 8060-PERIODIC-LINE  THRU 8060-EXIT             13182000
131830        END-IF                                                    13183000
131840     END-PERFORM.                                                 13184000
131850 8050-EXIT.                                                       13185000
131860     EXIT.                                                        13186000
131870                                                                  13187000
131880*----------------------------------------------------------------*13188000
131890*  8060-PERIODIC-LINE READS THE STEP'S OUTCOME. A STEP THE RUN   *13189000
131900*  NEVER REACHED (A STOP-ON-FAILURE HALT) IS WEIGHED AGAINST THE *13190000
131910*  CALENDAR HERE, SO IT STILL READS NOT DUE OR DUE BUT SKIPPED   *13191000
131920*----------------------------------------------------------------*13192000
131930 8060-PERIODIC-LINE.                                              13193000
131940     MOVE SPACES              TO WS-PER-LINE.                     13194000
131950     MOVE WS-STEP-PGM(WS-PER-IDX)  TO WS-PER-PGM.                 13195000
131960     MOVE WS-PER-IDX          TO WS-DUE-IDX.                      13196000
131970     PERFORM 2805-CHECK-DUE   THRU 2805-EXIT.                     13197000
131980     MOVE WS-FREQ-TEXT        TO WS-PER-FREQ.                     13198000
131990     INITIALIZE BATCH-RPT-REC.                                    13199000
132000     MOVE 'PERIODIC'          TO BRPT-PGM.                        13200000
132010     EVALUATE TRUE                                                13201000
132020         WHEN WS-OUT-CODE(WS-PER-IDX) = 'N'                       13202000
132030              MOVE 'NDUE'     TO BRPT-STATUS                      13203000
132040              MOVE 'NOT DUE'  TO WS-PER-TEXT                      13204000
132050         WHEN WS-OUT-CODE(WS-PER-IDX) = 'P'                       13205000
132060              AND WS-PRIOR-DONE(WS-PER-IDX) = 'Y'                 13206000
132070              MOVE 'RUN '     TO BRPT-STATUS                      13207000
132080              MOVE 'DONE, PRIOR ATTEMPT'  TO WS-PER-TEXT          13208000
132090         WHEN WS-OUT-CODE(WS-PER-IDX) = 'P'                       13209000
132100              MOVE 'RUN '     TO BRPT-STATUS                      13210000
132110              MOVE 'RUN - PASSED'  TO WS-PER-TEXT                 13211000
132120         WHEN WS-OUT-CODE(WS-PER-IDX) = 'F'                       13212000
132130              MOVE 'RUN '     TO BRPT-STATUS                      13213000
132140              MOVE 'RUN - FAILED'  TO WS-PER-TEXT                 13214000
132150         WHEN WS-OUT-CODE(WS-PER-IDX) = 'R'                       13215000
132160              MOVE 'DSKP'     TO BRPT-STATUS                      13216000
132170              MOVE 'DUE - SKIP, SCOPE'  TO WS-PER-TEXT            13217000
132180         WHEN WS-OUT-CODE(WS-PER-IDX) = 'B'                       13218000
132190              MOVE 'DSKP'     TO BRPT-STATUS                      13219000
132200              MOVE 'DUE - SKIP, UPSTREAM'  TO WS-PER-TEXT         13220000
132210         WHEN WS-OUT-CODE(WS-PER-IDX) = 'H'                       13221000
132220              MOVE 'DSKP'     TO BRPT-STATUS                      13222000
132230              MOVE 'DUE - SKIP, REPLAY'  TO WS-PER-TEXT           13223000
132232         WHEN WS-OUT-CODE(WS-PER-IDX) = 'M'                       13223200
132234              MOVE 'HAND'     TO BRPT-STATUS                      13223400
132236              MOVE 'DUE - RUN BY HAND'  TO WS-PER-TEXT            13223600
132240         WHEN NOT WS-STEP-DUE                                     13224000
132250              MOVE 'NDUE'     TO BRPT-STATUS                      13225000
132260              MOVE 'NOT DUE'  TO WS-PER-TEXT                      13226000
132270         WHEN OTHER                                               13227000
132280              MOVE 'DSKP'     TO BRPT-STATUS                      13228000
132290              MOVE 'DUE - SKIP, HALTED'  TO WS-PER-TEXT           13229000
132300     END-EVALUATE.                                                13230000
132310     MOVE WS-PER-LINE         TO BRPT-MSG.                        13231000
132320     PERFORM 2890-NOTE-STEP-RESULT                                13232000
132330        THRU 2890-EXIT.                                           13233000
132340     WRITE BATCH-RPT-REC.                                         13234000
132350 8060-EXIT.                                                       13235000
132360     EXIT.                                                        13236000
076200*----------------------------------------------------------------*07620000
076300*  8100-WRITE-TIMING-SUMMARY CLOSES THE WINDOW-PLANNING GAP:     *07630000
076400*  TOTAL ELAPSED, THE THREE LONGEST STEPS, AND WHETHER THE       *07640000
116120     END-IF.                                                      11612000
086600     OPEN OUTPUT STEP-CKPT.                                       08660000
086700     MOVE ZEROES          TO STEP-CKPT-LAST.                      08670000
125700     MOVE SPACES          TO STEP-CKPT-MAP.                       12570000
086800     MOVE WS-LIVE-FPRINT  TO STEP-CKPT-FPRINT.                    08680000
086900     WRITE STEP-CKPT-REC.                                         08690000
087000     CLOSE STEP-CKPT.                                             08700000
119190        END-IF                                                    11919000
119200     END-PERFORM.                                                 11920000
119210     IF WS-RES-SLOT = ZEROES                                      11921000
119220        IF WS-RES-CNT < 30                                        11922000
119230           ADD 1                 TO WS-RES-CNT                    11923000
119240           MOVE WS-RES-CNT       TO WS-RES-SLOT                   11924000
119250        ELSE                                                      11925000
119480     END-IF.                                                      11948000
119490     INITIALIZE               HSK-REC.                            11949000
119500     MOVE 'H'                 TO HSK-REC-TYPE.                    11950000
119510     MOVE WS-RUN-DATE         TO HSK-HDR-DATE.                    11951000
119520     MOVE WS-MAX-RC           TO HSK-HDR-RC.                      11952000
119530     MOVE WS-RES-CNT          TO HSK-HDR-STEPS.                   11953000
119540     WRITE HSK-REC.                                               11954000
115130     ACCEPT WS-TIME-RAW FROM TIME.                                11513000
115140     INITIALIZE               LOCK-REC.                           11514000
115150     MOVE 'H'                 TO LCK-STATE.                       11515000
115160     MOVE WS-RUN-DATE         TO LCK-DATE.                        11516000
115170     MOVE WS-TIME-RAW(1:6)    TO LCK-TIME.                        11517000
115180     MOVE SPACES              TO WS-LOCK-TOKEN.                   11518000
115190     STRING LCK-DATE DELIMITED BY SIZE                            11519000
115330*  9560-RELEASE-RUN-LOCK FREES THE LOCK AT A CLEAN END. AN       *11533000
115340*  ABEND LEAVES IT HELD ON PURPOSE - THE NEXT RUN NEEDS THE      *11534000
115350*  STALE-LOCK OVERRIDE AND A HUMAN DECISION                      *11535000
127000*  THE FREED LOCK KEEPS THE RUN ID, SO THE END-OF-SUITE STEPS    *12700000
127010*  (THE DISTRIBUTION MANIFEST AND THE RELEASE GATE) CAN NAME THE *12701000
127020*  RUN THEIR REPORTS CAME FROM                                   *12702000
115360*----------------------------------------------------------------*11536000
115370 9560-RELEASE-RUN-LOCK.                                           11537000
115380     INITIALIZE               LOCK-REC.                           11538000
115390     MOVE 'F'                 TO LCK-STATE.                       11539000
127040     MOVE WS-LOCK-TOKEN       TO LCK-RUN-ID.                      12704000
115400     OPEN OUTPUT LOCK-FILE.                                       11540000
115410     WRITE LOCK-REC.                                              11541000
115420     CLOSE LOCK-FILE.                                             11542000
113340               UNTIL WS-RBK-IDX > WS-FT-COUNT                     11334000
113350        PERFORM 8550-RUNBOOK-ONE-FILE  THRU 8550-EXIT             11335000
113360     END-PERFORM.                                                 11336000
125800     PERFORM VARYING WS-DEP-IDX FROM 1 BY 1                       12580000
125810               UNTIL WS-DEP-IDX > WS-DEP-COUNT                    12581000
125820        IF WS-DEP-PRED(WS-DEP-IDX) = WS-CUR-PGM                   12582000
125830           MOVE SPACES           TO WS-RBK-LINE                   12583000
125840           STRING 'DEPENDENT STEP ' DELIMITED BY SIZE             12584000
125850              WS-DEP-PGM(WS-DEP-IDX) DELIMITED BY SIZE            12585000
125860              ' - BYPASSED THIS RUN, RERUNS ON RESTART'           12586000
125870                                 DELIMITED BY SIZE                12587000
125880              INTO WS-RBK-LINE                                    12588000
125890           MOVE WS-RBK-LINE      TO RBK-REC                       12589000
125900           WRITE RBK-REC                                          12590000
125910        END-IF                                                    12591000
125920     END-PERFORM.                                                 12592000
113370     MOVE SPACES              TO WS-RBK-LINE.                     11337000
113380     STRING 'RECOMMENDED: RESUBMIT DRIVER - STEP '                11338000
113390        DELIMITED BY SIZE                                         11339000
113400        WS-SEQ DELIMITED BY SIZE                                  11340000
113410        ' (' DELIMITED BY SIZE                                    11341000
113420        WS-CUR-PGM DELIMITED BY SIZE                              11342000
125910        ') AND ITS DEPENDENTS RERUN' DELIMITED BY SIZE            12591000
113440        INTO WS-RBK-LINE.                                         11344000
113450     MOVE WS-RBK-LINE         TO RBK-REC.                         11345000
113460     WRITE RBK-REC.                                               11346000
113890                     ' - UNTOUCHED THIS RUN'                      11389000
113900                     DELIMITED BY SIZE                            11390000
113910                     INTO WS-RBK-LINE                             11391000
125900         WHEN WS-PRIOR-DONE(WS-RBK-STEP) = 'Y'                    12590000
113930              STRING WS-FT-FILE(WS-RBK-IDX)                       11393000
113940                     DELIMITED BY SIZE                            11394000
113950                     ' - FROM THE PRIOR RUN (STEP SKIPPED '       11395000
110790*  2825-CHECK-DUP-FEED MATCHES THE STEP'S DAY FINGERPRINT        *11079000
110800*  AGAINST THE REGISTER. DAY 5 CHECKS ITS RESTOW LIST (THE       *11080000
110810*  APPEND RISK) AND DAY 6 ITS STREAM FILE. A ZERO COUNT NEVER    *11081000
132370*  MATCHES, AND A PERIODIC STEP HAS NO FEED OF ITS OWN           *13237000
110830*----------------------------------------------------------------*11083000
110840 2825-CHECK-DUP-FEED.                                             11084000
110850     MOVE 'N'                 TO WS-DUPF-SW.                      11085000
110860     MOVE ZEROES              TO WS-DUPF-DATE.                    11086000
132380     IF WS-STEP-FREQ(WS-STEP-IDX) NOT = 'N'                       13238000
132390        GO TO 2825-EXIT                                           13239000
132400     END-IF.                                                      13240000
110870     MOVE WS-STEP-DAY(WS-STEP-IDX)  TO WS-FD-IDX.                 11087000
110880     IF WS-FD-IDX = 5                                             11088000
110890        MOVE 6                TO WS-FD-IDX                        11089000
104130     MOVE WS-TOTAL-ELAPSED    TO WS-PROJECTED.                    10413000
104140     PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1                      10414000
104150               UNTIL WS-PROJ-IDX > WS-STEP-COUNT                  10415000
132410        IF WS-PROJ-IDX > WS-STEP-IDX                              13241000
132420           MOVE WS-PROJ-IDX            TO WS-DUE-IDX              13242000
132430           PERFORM 2805-CHECK-DUE      THRU 2805-EXIT             13243000
132440           IF WS-STEP-DUE                                         13244000
132450              MOVE WS-STEP-PGM(WS-PROJ-IDX)  TO WS-PROJ-PGM       13245000
132460              PERFORM 8250-ADD-PGM-AVERAGE  THRU 8250-EXIT        13246000
132470           END-IF                                                 13247000
132480        END-IF                                                    13248000
132490     END-PERFORM.                                                 13249000
104210     IF WS-PROJECTED > WS-TARGET-WINDOW                           10421000
104220        SET WS-OVERRUN-WARNED TO TRUE                             10422000
104230        INITIALIZE BATCH-RPT-REC                                  10423000
104340        DISPLAY 'WINDOW OVERRUN PROJECTED AFTER STEP '            10434000
104350                WS-SEQ ' - ' WS-PROJECTED ' OF '                  10435000
104360                WS-TARGET-WINDOW ' SECS'                          10436000
128500        PERFORM 8260-WRITE-OVERRUN-ALERT THRU 8260-EXIT           12850000
104370     END-IF.                                                      10437000
104380 8200-EXIT.                                                       10438000
104390     EXIT.                                                        10439000
104500     END-PERFORM.                                                 10450000
104510 8250-EXIT.                                                       10451000
104520     EXIT.                                                        10452000
128600                                                                  12860000
128610*----------------------------------------------------------------*12861000
128620*  8260-WRITE-OVERRUN-ALERT PUTS THE OVERRUN ON THE SHARED       *12862000
128630*  ALERT FILE AS A WARNING KEYED TO THE BATCH WINDOW, SO         *12863000
128640*  ON-CALL HEARS OF IT WHILE THERE IS STILL TIME TO SHED STEPS   *12864000
128650*----------------------------------------------------------------*12865000
128660 8260-WRITE-OVERRUN-ALERT.                                        12866000
128670     OPEN EXTEND ALERT-FILE.                                      12867000
128680     IF NOT ALRT-SUCCESS                                          12868000
128690        DISPLAY 'ALERT FILE WILL NOT OPEN - OVERRUN NOT RAISED: ' 12869000
128700                ALRT-FILE-STATUS                                  12870000
128710        GO TO 8260-EXIT                                           12871000
128720     END-IF.                                                      12872000
128730     INITIALIZE               ALERT-REC.                          12873000
128740     MOVE WS-RUN-DATE         TO ALR-RUN-DATE.                    12874000
128750     ACCEPT WS-ALR-TIME       FROM TIME.                          12875000
128760     MOVE WS-ALR-TIME(1:6)    TO ALR-RUN-TIME.                    12876000
128770     MOVE 'AOCDBATC'          TO ALR-PGM.                         12877000
128780     SET ALR-WARNING          TO TRUE.                            12878000
128790     MOVE 'BATCH WINDOW'      TO ALR-SUBJECT.                     12879000
128800     STRING 'PROJECTED FINISH ' DELIMITED BY SIZE                 12880000
128810        WS-PROJECTED DELIMITED BY SIZE                            12881000
128820        ' SECS EXCEEDS WINDOW ' DELIMITED BY SIZE                 12882000
128830        WS-TARGET-WINDOW DELIMITED BY SIZE                        12883000
128840        ' AFTER STEP ' DELIMITED BY SIZE                          12884000
128850        WS-SEQ DELIMITED BY SIZE                                  12885000
128860        INTO ALR-MESSAGE.                                         12886000
128870     WRITE ALERT-REC.                                             12887000
128880     CLOSE ALERT-FILE.                                            12888000
128890 8260-EXIT.                                                       12889000
128900     EXIT.                                                        12890000
