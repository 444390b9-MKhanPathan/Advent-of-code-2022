009000     05 HIST-PGM             PIC X(08).                           00900000
009100     05 FILLER               PIC X(02).                           00910000
009200     05 HIST-OUTPUT          PIC X(40).                           00920000
009201     05 FILLER               PIC X(02).                           00920100
009202     05 HIST-VERSION         PIC X(08).                           00920200
009300                                                                  00930000
009400 WORKING-STORAGE SECTION.                                         00940000
009500 01  WS-WORK-FIELDS.                                              00950000
012600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01260000
012700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01270000
012800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01280000
012801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01280100
012900                                                                  01290000
013000 PROCEDURE DIVISION.                                              01300000
013100                                                                  01310000
026300     MOVE WS-HIST-DATE          TO HIST-DATE.                     02630000
026400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02640000
026500     MOVE 'AOCDCALM'            TO HIST-PGM.                      02650000
026501     MOVE WS-HIST-VER           TO HIST-VERSION.                  02650100
026600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02660000
026700     WRITE AUD-HIST-REC.                                          02670000
026800     CLOSE AUD-HIST.                                              02680000
