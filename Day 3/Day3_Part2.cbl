125070         ACCESS MODE    IS SEQUENTIAL                             12507000
125080         FILE STATUS    IS LOCK-FILE-STATUS.                      12508000
125090                                                                  12509000
125091*----------------------------------------------------------------*12509100
125092* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *12509200
125093* THIS PROGRAM WROTE TO AOCD3BDG                                 *12509300
125094*----------------------------------------------------------------*12509400
125095     SELECT HND-FILE    ASSIGN TO AOCDSHND                        12509500
125096        ORGANIZATION    IS SEQUENTIAL                             12509600
125097         ACCESS MODE    IS SEQUENTIAL                             12509700
125098         FILE STATUS    IS HND-FILE-STATUS.                       12509800
125099                                                                  12509900
001600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00160000
001600    ORGANIZATION    IS SEQUENTIAL                                 00160000
001600     ACCESS MODE    IS SEQUENTIAL                                 00160000
125200     05 FILLER               PIC X(02).                           12520000
125210     05 LCK-TIME             PIC 9(06).                           12521000
125220                                                                  12522000
125221 FD  HND-FILE.                                                    12522100
125222     COPY AOCDHND.                                                12522200
125223                                                                  12522300
002200 FD  AUD-HIST                                                     00220000
002200     DATA RECORD IS AUD-HIST-REC.                                 00220000
002200 01  AUD-HIST-REC.                                                00220000
002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 01  WS-WORK-FIELDS.                                              00230000
002400     05 TOTAL-PRIORITY      PIC 9(10)   VALUE ZEROES.             00240000
991130     05 SEXC-FILE-STATUS   PIC X(02)  VALUE SPACES.               99113000
991140        88 SEXC-SUCCESS    VALUE '00'.                            99114000
991150     05 WS-RUN-DATE        PIC 9(06)  VALUE ZEROES.               99115000
991151     05 WS-RUN-DATE-8      PIC 9(08)  VALUE ZEROES.               99115100
002695     05 PRTY-FILE-STATUS    PIC X(02)   VALUE SPACES.             00269500
002696        88 PRTY-SUCCESS     VALUE '00'.                           00269600
002697        88 PRTY-EOF         VALUE '10'.                           00269700
006500        88 TYPE-FOUND       VALUE 'Y'.                            00650000
006600        88 TYPE-NOT-FOUND   VALUE 'N'.                            00660000
006700                                                                  00670000
006701*----------------------------------------------------------------*00670100
006702* HANDOFF COUNT - THE AOCD3BDG RECORDS THIS RUN WROTE            *00670200
006703*----------------------------------------------------------------*00670300
006704 01  WS-HND-FIELDS.                                               00670400
006705     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               00670500
006706        88 HND-SUCCESS    VALUE '00'.                             00670600
006707     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               00670700
006708     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               00670800
006709                                                                  00670900
006750*----------------------------------------------------------------*00675000
067501* WS-GROUP-SIZE DEFAULTS TO 3 UNLESS OVERRIDDEN BY A RUN-TIME    *06750100
067502* PARAMETER SO THE SAME BADGE-FINDING LOGIC CAN BE REUSED IF     *06750200
006800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00680000
006800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00680000
006800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00680000
006800     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00680000
006800     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00680000
006800        88 HIST-SUCCESS VALUE '00'.                               00680000
125230 01  WS-LOCK-FIELDS.                                              12523000
007012     OPEN OUTPUT JRN-RPT.                                         00701200
991160     OPEN EXTEND SUITE-EXC.                                       99116000
991170     ACCEPT WS-RUN-DATE       FROM DATE.                          99117000
991171     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 99117100
007100     IF SUCCESS                                                   00710000
007200        PERFORM UNTIL EOF                                         00720000
007300           READ RUCK-SACK                                         00730000
008100        CLOSE RUCK-SACK                                           00810000
008110        CLOSE REJ-RPT                                             00811000
008111        CLOSE BDG-RPT                                             00811100
008112        PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT                00811200
008112        CLOSE JRN-RPT                                             00811200
991180        CLOSE SUITE-EXC                                           99118000
008113        PERFORM 4500-WRITE-BACK-LEDGER  THRU 4500-EXIT            00811300
012420                MOVE WS-PRIORITY         TO BDG-ITEM              01242000
012430                MOVE WS-L-PRTY            TO BDG-PRTY             01243000
012440                WRITE BDG-REC                                     01244000
012441                ADD 1                 TO WS-HND-CNT               01244100
012500        END-SEARCH                                                01250000
012600     ELSE                                                         01260000
012700        IF WS-PRIORITY IS ALPHABETIC-UPPER                        01270000
013220                   MOVE WS-PRIORITY         TO BDG-ITEM           01322000
013230                   MOVE WS-PRTY-VAL-U(INDXU) TO BDG-PRTY          01323000
013240                   WRITE BDG-REC                                  01324000
013241                   ADD 1                 TO WS-HND-CNT            01324100
013300           END-SEARCH                                             01330000
013400        ELSE                                                      01340000
013500           DISPLAY 'Invalid Priority: ' WS-PRIORITY               01350000
991260* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99126000
991270* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99127000
991280*----------------------------------------------------------------*99128000
991290     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99129000
991300     MOVE 'AOCD3PG2'           TO EXC-PGM.                        99130000
991310     WRITE SUITE-EXC-REC.                                         99131000
991320 3900-EXIT.                                                       99132000
991330     EXIT.                                                        99133000
991340                                                                  99134000
991341*----------------------------------------------------------------*99134100
991342* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT WROTE TO      *99134200
991343* AOCD3BDG - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *99134300
991344*----------------------------------------------------------------*99134400
991345 9750-WRITE-HANDOFF.                                              99134500
991346     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 99134600
991347     OPEN EXTEND HND-FILE.                                        99134700
991348     IF HND-SUCCESS                                               99134800
991349        INITIALIZE            HANDOFF-CNT-REC                     99134900
991350        MOVE WS-HND-DATE      TO HND-RUN-DATE                     99135000
991351        MOVE 'AOCD3PG2'       TO HND-PGM                          99135100
991352        MOVE 'AOCD3BDG'       TO HND-DD                           99135200
991353        SET HND-WRITER        TO TRUE                             99135300
991354        MOVE WS-HND-CNT       TO HND-REC-CNT                      99135400
991355        MOVE WS-HIST-VER      TO HND-VERSION                      99135500
991356        WRITE HANDOFF-CNT-REC                                     99135600
991357        CLOSE HND-FILE                                            99135700
991358     END-IF.                                                      99135800
991359 9750-EXIT.                                                       99135900
991360     EXIT.                                                        99136000
991361                                                                  99136100
009880*----------------------------------------------------------------*00988000
009880*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 00988000
009880*----------------------------------------------------------------*00988000
009880     MOVE WS-HIST-DATE          TO HIST-DATE.                     00988000
009880     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00988000
009880     MOVE 'AOCD3PG2'        TO HIST-PGM.                          00988000
009880     MOVE WS-HIST-VER       TO HIST-VERSION.                      00988000
009880     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00988000
009880     WRITE AUD-HIST-REC.                                          00988000
009880     CLOSE AUD-HIST.                                              00988000
