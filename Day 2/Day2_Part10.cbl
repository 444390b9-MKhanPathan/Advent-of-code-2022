005100 FILE SECTION.                                                    00510000
005200 FD  LEADER-HIST.                                                 00520000
005300 01  LEADER-REC.                                                  00530000
005400     05 LDR-RUN-DATE     PIC 9(08).                               00540000
005500     05 FILLER           PIC X(01).                               00550000
005600     05 LDR-TABLE-ID     PIC X(05).                               00560000
005700     05 FILLER           PIC X(01).                               00570000
006000     05 LDR-WIN          PIC 9(05).                               00600000
006100     05 LDR-LOSE         PIC 9(05).                               00610000
006200     05 LDR-DRAW         PIC 9(05).                               00620000
006400     05 LDR-PLAYER-NAME  PIC X(20).                               00640000
006500*----------------------------------------------------------------*00650000
006501* TYPE A IS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH AGAINST AN   *00650100
006502* EARLIER NIGHT - NOT A NIGHT PLAYED, SO NEVER LOADED AS ONE     *00650200
006503*----------------------------------------------------------------*00650300
006504     05 LDR-REC-TYPE     PIC X(01).                               00650400
006505        88 LDR-ADJUSTMENT             VALUE 'A'.                  00650500
006506     05 FILLER           PIC X(18).                               00650600
006600                                                                  00660000
006700 FD  RTG-FILE.                                                    00670000
006800 01  RTG-REC.                                                     00680000
007200     05 FILLER          PIC X(01).                                00720000
007300     05 RTG-RUNS        PIC 9(05).                                00730000
007400     05 FILLER          PIC X(01).                                00740000
007500     05 RTG-LAST-DATE   PIC 9(08).                                00750000
007600                                                                  00760000
007700 FD  RTR-RPT.                                                     00770000
007800 01  RTR-REC.                                                     00780000
010100     05 HIST-PGM             PIC X(08).                           01010000
010200     05 FILLER               PIC X(02).                           01020000
010300     05 HIST-OUTPUT          PIC X(40).                           01030000
010301     05 FILLER               PIC X(02).                           01030100
010302     05 HIST-VERSION         PIC X(08).                           01030200
010400                                                                  01040000
010500 WORKING-STORAGE SECTION.                                         01050000
010600 01  WS-WORK-FIELDS.                                              01060000
010700     05 WS-I              PIC 9(03)   VALUE ZEROES.               01070000
010800     05 WS-J              PIC 9(03)   VALUE ZEROES.               01080000
010900     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01090000
011000     05 WS-NIGHT-DATE     PIC 9(08)   VALUE ZEROES.               01100000
011100     05 WS-NIGHT-CNT      PIC 9(03)   VALUE ZEROES.               01110000
011200     05 WS-FIELD-AVG      PIC 9(05)   VALUE ZEROES.               01120000
011300     05 WS-FIELD-SUM      PIC 9(10)   VALUE ZEROES.               01130000
014000        10 WS-RTG-ID      PIC X(05).                              01400000
014100        10 WS-RTG-RATING  PIC 9(05).                              01410000
014200        10 WS-RTG-RUNS    PIC 9(05).                              01420000
014300        10 WS-RTG-DATE    PIC 9(08).                              01430000
014400                                                                  01440000
014500*----------------------------------------------------------------*01450000
014600* THE NIGHT BEING RATED - ONE ENTRY PER TABLE ON THE NEWEST      *01460000
017100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01710000
017200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01720000
017300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01730000
017301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01730100
017400                                                                  01740000
017500 PROCEDURE DIVISION.                                              01750000
017600                                                                  01760000
025600                SET LEADER-EOF TO TRUE                            02560000
025700             NOT AT END                                           02570000
025800                IF LDR-RUN-DATE = WS-NIGHT-DATE                   02580000
025801                   AND NOT LDR-ADJUSTMENT                         02580100
025900                   AND WS-NIGHT-CNT < WS-MAX-NIGHT                02590000
026000                   ADD 1 TO WS-NIGHT-CNT                          02600000
026100                   MOVE LDR-TABLE-ID TO WS-NGT-ID(WS-NIGHT-CNT)   02610000
041200     MOVE WS-HIST-DATE          TO HIST-DATE.                     04120000
041300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04130000
041400     MOVE 'AOCD2PGA'            TO HIST-PGM.                      04140000
041401     MOVE WS-HIST-VER           TO HIST-VERSION.                  04140100
041500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04150000
041600     WRITE AUD-HIST-REC.                                          04160000
041700     CLOSE AUD-HIST.                                              04170000
