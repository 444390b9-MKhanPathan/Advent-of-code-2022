002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 01  WS-WORK-FIELDS.                                              00230000
002400     05 TOTAL-PRIORITY      PIC 9(10)   VALUE ZEROES.             00240001
991120     05 SEXC-FILE-STATUS   PIC X(02)  VALUE SPACES.               99112000
991130        88 SEXC-SUCCESS    VALUE '00'.                            99113000
991140     05 WS-RUN-DATE        PIC 9(06)  VALUE ZEROES.               99114000
991141     05 WS-RUN-DATE-8      PIC 9(08)  VALUE ZEROES.               99114100
002706     05 ITM-FILE-STATUS     PIC X(02)   VALUE SPACES.             00270600
002707        88 ITM-SUCCESS      VALUE '00'.                           00270700
002708        88 ITM-EOF          VALUE '10'.                           00270800
003100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00310000
003100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00310000
003100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00310000
003100     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00310000
003100     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00310000
003100        88 HIST-SUCCESS VALUE '00'.                               00310000
125230 01  WS-LOCK-FIELDS.                                              12523000
003323     OPEN OUTPUT WGT-RPT.                                         00332300
991150     OPEN EXTEND SUITE-EXC.                                       99115000
991160     ACCEPT WS-RUN-DATE       FROM DATE.                          99116000
991161     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 99116100
003400     IF SUCCESS                                                   00340000
003500        PERFORM UNTIL EOF                                         00350000
003600           READ RUCK-SACK                                         00360001
991250* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99125000
991260* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99126000
991270*----------------------------------------------------------------*99127000
991280     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99128000
991290     MOVE 'AOCD3PG1'           TO EXC-PGM.                        99129000
991300     WRITE SUITE-EXC-REC.                                         99130000
991310 3900-EXIT.                                                       99131000
009532     MOVE WS-HIST-DATE          TO HIST-DATE.                     00953200
009532     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00953200
009532     MOVE 'AOCD3PG1'        TO HIST-PGM.                          00953200
009532     MOVE WS-HIST-VER       TO HIST-VERSION.                      00953200
009532     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00953200
009532     WRITE AUD-HIST-REC.                                          00953200
009532     CLOSE AUD-HIST.                                              00953200
117470     OPEN EXTEND BAL-FILE.                                        11747000
117480     IF BAL-SUCCESS                                               11748000
117490        INITIALIZE            SUITE-BAL-REC                       11749000
117500        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11750000
117510        MOVE 'AOCD3PG1'       TO BAL-PGM                          11751000
117511        MOVE WS-HIST-VER      TO BAL-VERSION                      11751100
117520        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     11752000
117530        MOVE WS-SACK-CNT      TO BAL-OUT-CNT                      11753000
117540        WRITE SUITE-BAL-REC                                       11754000
