093015*----------------------------------------------------------------*09301500
093016 FD  LEADER-RPT.                                                  09301600
093017 01  LEADER-REC.                                                  09301700
093018     05 LDR-RUN-DATE     PIC 9(08).                               09301800
093019     05 FILLER           PIC X(01).                               09301900
093020     05 LDR-TABLE-ID     PIC X(05).                               09302000
093021     05 FILLER           PIC X(01).                               09302100
093024     05 LDR-WIN          PIC 9(05).                               09302400
093025     05 LDR-LOSE         PIC 9(05).                               09302500
093026     05 LDR-DRAW         PIC 9(05).                               09302600
093028     05 LDR-PLAYER-NAME  PIC X(20).                               09302800
093029     05 FILLER           PIC X(19).                               09302900

930281*----------------------------------------------------------------*93028100
930282* TABLE/PLAYER NAME MASTER - ONE ROW PER TABLE ID WITH THE       *93028200
002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 01  WS-WORK-FIELDS.                                              00230000
002400     05 TOTAL-SCORE         PIC 9(10)   VALUE ZEROES.             00240000
094035     05 WS-TRND-DUE-SW     PIC X(01)   VALUE 'N'.                 09403500
094036        88 WS-TRND-DUE      VALUE 'Y'.                            09403600
093033     05 WS-RUN-DATE        PIC 9(06)   VALUE ZEROES.              09303300
093034     05 WS-RUN-DATE-8      PIC 9(08)   VALUE ZEROES.              09303400
029081     05 MTX-FILE-STATUS    PIC X(02)   VALUE SPACES.              02908100
029082        88 MTX-SUCCESS      VALUE '00'.                           02908200
029083        88 MTX-EOF          VALUE '10'.                           02908300
091018     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               09101800
091018     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               09101800
091018     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               09101800
091018     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             09101800
091018     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               09101800
091018        88 HIST-SUCCESS VALUE '00'.                               09101800
105000*----------------------------------------------------------------*10500000
093041     OPEN EXTEND LEADER-RPT.                                      09304100
094051     OPEN OUTPUT TREND-RPT.                                       09405100
093042     ACCEPT WS-RUN-DATE      FROM DATE.                           09304200
093043     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  09304300
003400     IF SUCCESS                                                   00340000
003500        PERFORM UNTIL EOF                                         00350000
003600           READ GAME-DATA                                         00360000
092101                ' L:' WS-TABLE-LOSE(WS-PLYR-IDX)                  09210100
092102                ' D:' WS-TABLE-DRAW(WS-PLYR-IDX)                  09210200
093060        INITIALIZE                  LEADER-REC                    09306000
093061        MOVE WS-RUN-DATE-8          TO LDR-RUN-DATE               09306100
093062        MOVE WS-TABLE-ID(WS-PLYR-IDX)  TO LDR-TABLE-ID            09306200
093063        MOVE WS-TABLE-TOTAL(WS-PLYR-IDX) TO LDR-TOTAL             09306300
093064        MOVE WS-TABLE-WIN(WS-PLYR-IDX)  TO LDR-WIN                09306400
830193     MOVE WS-HIST-DATE          TO HIST-DATE.                     83019300
830193     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     83019300
830193     MOVE 'AOCD2PG2'        TO HIST-PGM.                          83019300
830193     MOVE WS-HIST-VER       TO HIST-VERSION.                      83019300
830193     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   83019300
830193     WRITE AUD-HIST-REC.                                          83019300
830193     CLOSE AUD-HIST.                                              83019300
117470     OPEN EXTEND BAL-FILE.                                        11747000
117480     IF BAL-SUCCESS                                               11748000
117490        INITIALIZE            SUITE-BAL-REC                       11749000
117500        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11750000
117510        MOVE 'AOCD2PG2'       TO BAL-PGM                          11751000
117511        MOVE WS-HIST-VER      TO BAL-VERSION                      11751100
117520        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     11752000
117530        COMPUTE BAL-OUT-CNT = WS-WIN-CNT + WS-LOSE-CNT            11753000
117540                            + WS-DRAW-CNT                         11754000
