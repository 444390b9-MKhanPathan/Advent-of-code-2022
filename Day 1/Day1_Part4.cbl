004800     05 HIST-PGM             PIC X(08).                           00480000
004900     05 FILLER               PIC X(02).                           00490000
005000     05 HIST-OUTPUT          PIC X(40).                           00500000
005001     05 FILLER               PIC X(02).                           00500100
005002     05 HIST-VERSION         PIC X(08).                           00500200
005100 WORKING-STORAGE SECTION.                                         00510000
005200 01  WS-WORK-FIELDS.                                              00520000
005300     05 WS-INQ-KEY        PIC X(10)   VALUE SPACES.               00530000
006800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00680000
006900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00690000
007000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00700000
007001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00700100
007100     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00710000
007200        88 HIST-SUCCESS VALUE '00'.                               00720000
007300 PROCEDURE DIVISION.                                              00730000
014800     MOVE WS-HIST-DATE          TO HIST-DATE.                     01480000
014900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01490000
015000     MOVE 'AOCD1PG4'        TO HIST-PGM.                          01500000
015001     MOVE WS-HIST-VER       TO HIST-VERSION.                      01500100
015100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01510000
015200     WRITE AUD-HIST-REC.                                          01520000
015300     CLOSE AUD-HIST.                                              01530000
