012700     05 HIST-PGM             PIC X(08).                           01270000
012800     05 FILLER               PIC X(02).                           01280000
012900     05 HIST-OUTPUT          PIC X(40).                           01290000
012901     05 FILLER               PIC X(02).                           01290100
012902     05 HIST-VERSION         PIC X(08).                           01290200
013000                                                                  01300000
013100 WORKING-STORAGE SECTION.                                         01310000
013200 01  WS-WORK-FIELDS.                                              01320000
018200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01820000
018300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01830000
018400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01840000
018401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01840100
018500                                                                  01850000
018600 PROCEDURE DIVISION.                                              01860000
018700                                                                  01870000
040900     MOVE WS-HIST-DATE          TO HIST-DATE.                     04090000
041000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04100000
041100     MOVE 'AOCD3PG7'            TO HIST-PGM.                      04110000
041101     MOVE WS-HIST-VER           TO HIST-VERSION.                  04110100
041200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04120000
041300     WRITE AUD-HIST-REC.                                          04130000
041400     CLOSE AUD-HIST.                                              04140000
