002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 01  WS-WORK-FIELDS.                                              00230000
002400     05 TOTAL-PAIRS            PIC 9(05)   VALUE ZEROES.          00240000
991130     05 SEXC-FILE-STATUS   PIC X(02)  VALUE SPACES.               99113000
991140        88 SEXC-SUCCESS    VALUE '00'.                            99114000
991150     05 WS-RUN-DATE        PIC 9(06)  VALUE ZEROES.               99115000
991151     05 WS-RUN-DATE-8      PIC 9(08)  VALUE ZEROES.               99115100
006580     05 WS-EXP-ROSTER         PIC 9(05)   VALUE ZEROES.           00658000
006900                                                                  00690000
007009*----------------------------------------------------------------*00700900
007009     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00700900
007009     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00700900
007009     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00700900
007009     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00700900
007009     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00700900
007009        88 HIST-SUCCESS VALUE '00'.                               00700900
125230 01  WS-LOCK-FIELDS.                                              12523000
007212     OPEN OUTPUT SUG-FILE.                                        00721200
991160     OPEN EXTEND SUITE-EXC.                                       99116000
991170     ACCEPT WS-RUN-DATE       FROM DATE.                          99117000
991171     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 99117100
007211     OPEN OUTPUT PAIR-REJ.                                        00721100
007300     IF SUCCESS                                                   00730000
007400        PERFORM UNTIL EOF                                         00740000
991310* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99131000
991320* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99132000
991330*----------------------------------------------------------------*99133000
991340     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99134000
991350     MOVE 'AOCD4PG2'           TO EXC-PGM.                        99135000
991360     WRITE SUITE-EXC-REC.                                         99136000
991370 3900-EXIT.                                                       99137000
009918     MOVE WS-HIST-DATE          TO HIST-DATE.                     00991800
009918     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00991800
009918     MOVE 'AOCD4PG2'        TO HIST-PGM.                          00991800
009918     MOVE WS-HIST-VER       TO HIST-VERSION.                      00991800
009918     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00991800
009918     WRITE AUD-HIST-REC.                                          00991800
009918     CLOSE AUD-HIST.                                              00991800
117470     OPEN EXTEND BAL-FILE.                                        11747000
117480     IF BAL-SUCCESS                                               11748000
117490        INITIALIZE            SUITE-BAL-REC                       11749000
117500        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11750000
117510        MOVE 'AOCD4PG2'       TO BAL-PGM                          11751000
117511        MOVE WS-HIST-VER      TO BAL-VERSION                      11751100
117520        MOVE WS-PAIR-SEQ      TO BAL-READ-CNT                     11752000
117530        COMPUTE BAL-OUT-CNT = WS-PAIR-SEQ - WS-REJECT-CNT         11753000
117540        MOVE WS-REJECT-CNT    TO BAL-REJECT-CNT                   11754000
