125060        ORGANIZATION    IS SEQUENTIAL                             12506000
125070         ACCESS MODE    IS SEQUENTIAL                             12507000
125080         FILE STATUS    IS LOCK-FILE-STATUS.                      12508000
128000                                                                  12800000
128010*----------------------------------------------------------------*12801000
128020* CRANE EQUIPMENT MASTER - A CRANE PAST ITS HARD SERVICE LIMIT   *12802000
128030* STOPS A LIVE RUN; TRIAL AND COMPARE RUNS MOVE NOTHING AND      *12803000
128040* ARE LEFT ALONE                                                 *12804000
128050*----------------------------------------------------------------*12805000
128060     SELECT CRN-FILE     ASSIGN TO AOCD5CRN                       12806000
128070        ORGANIZATION    IS SEQUENTIAL                             12807000
128080         ACCESS MODE    IS SEQUENTIAL                             12808000
128090         FILE STATUS    IS CRN-FILE-STATUS.                       12809000
125090                                                                  12509000
002100     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00210000
002100    ORGANIZATION    IS SEQUENTIAL                                 00210000
125190     05 LCK-DATE             PIC 9(08).                           12519000
125200     05 FILLER               PIC X(02).                           12520000
125210     05 LCK-TIME             PIC 9(06).                           12521000
128100                                                                  12810000
128110 FD  CRN-FILE.                                                    12811000
128120     COPY AOCDCRN.                                                12812000
125220                                                                  12522000
003300 FD  AUD-HIST                                                     00330000
003300     DATA RECORD IS AUD-HIST-REC.                                 00330000
003300     05 HIST-PGM             PIC X(08).                           00330000
003300     05 FILLER               PIC X(02).                           00330000
003300     05 HIST-OUTPUT          PIC X(40).                           00330000
003300     05 FILLER               PIC X(02).                           00330000
003300     05 HIST-VERSION         PIC X(08).                           00330000
003300 WORKING-STORAGE SECTION.                                         00330000
003400 01  WS-STACKS-ARRAY.                                             00340000
003500     05 STACK                  PIC X(300)  OCCURS 20 TIMES.       00350000
991130     05 SEXC-FILE-STATUS    PIC X(02)   VALUE SPACES.             99113000
991140        88 SEXC-SUCCESS     VALUE '00'.                           99114000
991150     05 WS-RUN-DATE         PIC 9(06)   VALUE ZEROES.             99115000
991151     05 WS-RUN-DATE-8       PIC 9(08)   VALUE ZEROES.             99115100
006446     05 CKPT-FILE-STATUS       PIC X(02)   VALUE SPACES.          00644600
006447        88 CKPT-SUCCESS        VALUE '00'.                        00644700
006448     05 STK-RPT-FILE-STATUS   PIC X(02)   VALUE SPACES.           00644800
006500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00650000
006500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00650000
006500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00650000
006500     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00650000
006500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00650000
006500        88 HIST-SUCCESS VALUE '00'.                               00650000
125230 01  WS-LOCK-FIELDS.                                              12523000
125240     05 LOCK-FILE-STATUS PIC X(02)    VALUE SPACES.               12524000
125250        88 LOCK-OPEN-OK  VALUE '00'.                              12525000
128130     05 CRN-FILE-STATUS  PIC X(02)    VALUE SPACES.               12813000
128140        88 CRN-OPEN-OK   VALUE '00'.                              12814000
128150        88 CRN-EOF       VALUE '10'.                              12815000
128160     05 WS-CRN-HOLD-SW   PIC X(01)    VALUE 'N'.                  12816000
128170        88 WS-CRN-HOLD   VALUE 'Y'.                               12817000
125260                                                                  12526000
125270*----------------------------------------------------------------*12527000
125280* THE RUN-LOCK TOKEN SHARED WITH THE BATCH DRIVER - UNDER        *12528000
125620     END-IF.                                                      12562000
125630     MOVE SPACES              TO LOCK-FILE-STATUS.                12563000
006700     PERFORM 0400-INIT-PARM  THRU 0400-EXIT.                      00670000
128180     PERFORM 0450-CHECK-CRANE-SERVICE THRU 0450-EXIT.             12818000
006705     PERFORM 0550-LOAD-TYPE-TABLE   THRU 0550-EXIT.               00670500
006706     PERFORM 0560-LOAD-CLASS-RULES  THRU 0560-EXIT.               00670600
006707     PERFORM 0570-LOAD-STACK-LIMITS THRU 0570-EXIT.               00670700
009121        OPEN OUTPUT VIO-RPT                                       00912100
991160        OPEN EXTEND SUITE-EXC                                     99116000
991170        ACCEPT WS-RUN-DATE    FROM DATE                           99117000
991171        ACCEPT WS-RUN-DATE-8  FROM DATE YYYYMMDD                  99117100
009125     END-IF.                                                      00912500
009130     PERFORM 2050-SKIP-APPLIED          THRU 2050-EXIT.           00913000
009200     IF PROCESS-SUCCESS                                           00920000
015701     END-IF.                                                      01570100
015700 0400-EXIT.                                                       01570000
015710     EXIT.                                                        01571000
128190                                                                  12819000
128200*----------------------------------------------------------------*12820000
128210* 0450-CHECK-CRANE-SERVICE REFUSES A LIVE RUN WHILE A CRANE      *12821000
128220* SERVING ANY STACK IN THIS LAYOUT IS FLAGGED PAST ITS HARD      *12822000
128230* SERVICE LIMIT ON AOCD5CRN. NO MASTER MEANS NO CHECK            *12823000
128240*----------------------------------------------------------------*12824000
128250 0450-CHECK-CRANE-SERVICE.                                        12825000
128260     IF WS-TRIAL-MODE OR WS-CMP-MODE                              12826000
128270        GO TO 0450-EXIT                                           12827000
128280     END-IF.                                                      12828000
128290     OPEN INPUT CRN-FILE.                                         12829000
128300     IF NOT CRN-OPEN-OK                                           12830000
128310        GO TO 0450-EXIT                                           12831000
128320     END-IF.                                                      12832000
128330     PERFORM UNTIL CRN-EOF                                        12833000
128340        READ CRN-FILE                                             12834000
128350           AT END                                                 12835000
128360              SET CRN-EOF      TO TRUE                            12836000
128370           NOT AT END                                             12837000
128380              IF CRN-BLOCKED                                      12838000
128390                 AND CRN-LO-STACK NOT > WS-NUM-STACKS             12839000
128400                 DISPLAY 'CRANE ' CRN-ID ' IS PAST ITS HARD '     12840000
128410                         'SERVICE LIMIT'                          12841000
128420                 SET WS-CRN-HOLD  TO TRUE                         12842000
128430              END-IF                                              12843000
128440        END-READ                                                  12844000
128450     END-PERFORM.                                                 12845000
128460     CLOSE CRN-FILE.                                              12846000
128470     IF WS-CRN-HOLD                                               12847000
128480        DISPLAY 'RUN REFUSED - CRANE SERVICE OVERDUE, TRIAL MODE '12848000
128490                'ONLY UNTIL THE SERVICE CARD IS PROCESSED'        12849000
128500        MOVE 12              TO RETURN-CODE                       12850000
128510        MOVE 'REFUSED - CRANE PAST SERVICE LIMIT' TO WS-HIST-MSG  12851000
128520        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             12852000
128530        GOBACK                                                    12853000
128540     END-IF.                                                      12854000
128550 0450-EXIT.                                                       12855000
128560     EXIT.                                                        12856000
015720                                                                  01572000
015721*----------------------------------------------------------------*01572100
015722* 0550-LOAD-TYPE-TABLE SEEDS WS-TYPE-TABLE WITH THE              *01572200
991370* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99137000
991380* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99138000
991390*----------------------------------------------------------------*99139000
991400     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99140000
991410     MOVE 'AOCD5PG3'           TO EXC-PGM.                        99141000
991420     WRITE SUITE-EXC-REC.                                         99142000
991430 3900-EXIT.                                                       99143000
015832     MOVE WS-HIST-DATE          TO HIST-DATE.                     01583200
015832     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01583200
015832     MOVE 'AOCD5PG3'        TO HIST-PGM.                          01583200
015832     MOVE WS-HIST-VER       TO HIST-VERSION.                      01583200
015832     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01583200
015832     WRITE AUD-HIST-REC.                                          01583200
015832     CLOSE AUD-HIST.                                              01583200
117480     OPEN EXTEND BAL-FILE.                                        11748000
117490     IF BAL-SUCCESS                                               11749000
117500        INITIALIZE            SUITE-BAL-REC                       11750000
117510        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11751000
117520        MOVE 'AOCD5PG3'       TO BAL-PGM                          11752000
117521        MOVE WS-HIST-VER      TO BAL-VERSION                      11752100
117530        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     11753000
117540        MOVE WS-VALID-CNT     TO BAL-OUT-CNT                      11754000
117550        MOVE WS-INVALID-CNT   TO BAL-REJECT-CNT                   11755000
