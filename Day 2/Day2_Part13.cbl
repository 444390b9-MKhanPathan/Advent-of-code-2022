006300                                                                  00630000
006400 FD  LEADER-HIST.                                                 00640000
006500 01  LEADER-REC.                                                  00650000
006600     05 LDR-RUN-DATE     PIC 9(08).                               00660000
006700     05 FILLER           PIC X(01).                               00670000
006800     05 LDR-TABLE-ID     PIC X(05).                               00680000
006900     05 FILLER           PIC X(01).                               00690000
007200     05 LDR-WIN          PIC 9(05).                               00720000
007300     05 LDR-LOSE         PIC 9(05).                               00730000
007400     05 LDR-DRAW         PIC 9(05).                               00740000
007600     05 LDR-PLAYER-NAME  PIC X(20).                               00760000
007700*----------------------------------------------------------------*00770000
007701* TYPE A IS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH AGAINST AN   *00770100
007702* EARLIER NIGHT - NOT A NIGHT PLAYED, SO NEVER LOADED AS ONE     *00770200
007703*----------------------------------------------------------------*00770300
007704     05 LDR-REC-TYPE     PIC X(01).                               00770400
007705        88 LDR-ADJUSTMENT             VALUE 'A'.                  00770500
007706     05 FILLER           PIC X(18).                               00770600
007800                                                                  00780000
007900 FD  H2H-FILE.                                                    00790000
008000 01  H2H-REC.                                                     00800000
009100     05 FILLER          PIC X(01).                                00910000
009200     05 H2H-NIGHTS      PIC 9(05).                                00920000
009300     05 FILLER          PIC X(01).                                00930000
009400     05 H2H-LAST-DATE   PIC 9(08).                                00940000
009500                                                                  00950000
009600 FD  RVL-RPT.                                                     00960000
009700 01  RVL-REC.                                                     00970000
012200     05 HIST-PGM             PIC X(08).                           01220000
012300     05 FILLER               PIC X(02).                           01230000
012400     05 HIST-OUTPUT          PIC X(40).                           01240000
012401     05 FILLER               PIC X(02).                           01240100
012402     05 HIST-VERSION         PIC X(08).                           01240200
012500                                                                  01250000
012600 WORKING-STORAGE SECTION.                                         01260000
012700 01  WS-WORK-FIELDS.                                              01270000
012910     05 WS-IDX-A          PIC 9(03)   VALUE ZEROES.               01291000
012920     05 WS-IDX-B          PIC 9(03)   VALUE ZEROES.               01292000
013000     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01300000
013100     05 WS-NIGHT-DATE     PIC 9(08)   VALUE ZEROES.               01310000
013200     05 WS-PAIRED-CNT     PIC 9(03)   VALUE ZEROES.               01320000
013300     05 WS-SIDE-A         PIC X(05)   VALUE SPACES.               01330000
013400     05 WS-SIDE-B         PIC X(05)   VALUE SPACES.               01340000
015200        10 WS-H2H-AP      PIC 9(10).                              01520000
015300        10 WS-H2H-BP      PIC 9(10).                              01530000
015400        10 WS-H2H-NIGHTS  PIC 9(05).                              01540000
015500        10 WS-H2H-DATE    PIC 9(08).                              01550000
015600                                                                  01560000
015700*----------------------------------------------------------------*01570000
015800* THE NIGHT'S RESULTS PER TABLE, FROM THE NEWEST AOCD2LDR DATE   *01580000
018700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01870000
018800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01880000
018900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01890000
018901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01890100
019000                                                                  01900000
019100 PROCEDURE DIVISION.                                              01910000
019200                                                                  01920000
027100                SET LEADER-EOF TO TRUE                            02710000
027200             NOT AT END                                           02720000
027300                IF LDR-RUN-DATE = WS-NIGHT-DATE                   02730000
027301                   AND NOT LDR-ADJUSTMENT                         02730100
027400                   AND WS-NGT-CNT < WS-MAX-NGTS                   02740000
027500                   ADD 1 TO WS-NGT-CNT                            02750000
027600                   MOVE LDR-TABLE-ID TO WS-NGT-ID(WS-NGT-CNT)     02760000
044700     MOVE WS-HIST-DATE          TO HIST-DATE.                     04470000
044800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04480000
044900     MOVE 'AOCD2PGD'            TO HIST-PGM.                      04490000
044901     MOVE WS-HIST-VER           TO HIST-VERSION.                  04490100
045000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04500000
045100     WRITE AUD-HIST-REC.                                          04510000
045200     CLOSE AUD-HIST.                                              04520000
