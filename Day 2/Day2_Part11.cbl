009000     05 HIST-PGM             PIC X(08).                           00900000
009100     05 FILLER               PIC X(02).                           00910000
009200     05 HIST-OUTPUT          PIC X(40).                           00920000
009201     05 FILLER               PIC X(02).                           00920100
009202     05 HIST-VERSION         PIC X(08).                           00920200
009300                                                                  00930000
009400 WORKING-STORAGE SECTION.                                         00940000
009500 01  WS-WORK-FIELDS.                                              00950000
014800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01480000
014900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01490000
015000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01500000
015001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01500100
015100                                                                  01510000
015200 PROCEDURE DIVISION.                                              01520000
015300                                                                  01530000
035400     MOVE WS-HIST-DATE          TO HIST-DATE.                     03540000
035500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03550000
035600     MOVE 'AOCD2PGB'            TO HIST-PGM.                      03560000
035601     MOVE WS-HIST-VER           TO HIST-VERSION.                  03560100
035700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03570000
035800     WRITE AUD-HIST-REC.                                          03580000
035900     CLOSE AUD-HIST.                                              03590000
