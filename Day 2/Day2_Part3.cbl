002400     05 HIST-PGM             PIC X(08).                           00240000
002400     05 FILLER               PIC X(02).                           00240000
002400     05 HIST-OUTPUT          PIC X(40).                           00240000
002400     05 FILLER               PIC X(02).                           00240000
002400     05 HIST-VERSION         PIC X(08).                           00240000
002400 WORKING-STORAGE SECTION.                                         00240000
002500 01  WS-WORK-FIELDS.                                              00250000
002600     05 TOTAL-SCORE-1     PIC 9(10)   VALUE ZEROES.               00260000
004900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00490000
004900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00490000
004900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00490000
004900     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00490000
004900     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00490000
004900        88 HIST-SUCCESS VALUE '00'.                               00490000
004900 PROCEDURE DIVISION.                                              00490000
010190     MOVE WS-HIST-DATE          TO HIST-DATE.                     01019000
010190     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01019000
010190     MOVE 'AOCD2PG3'        TO HIST-PGM.                          01019000
010190     MOVE WS-HIST-VER       TO HIST-VERSION.                      01019000
010190     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01019000
010190     WRITE AUD-HIST-REC.                                          01019000
010190     CLOSE AUD-HIST.                                              01019000
