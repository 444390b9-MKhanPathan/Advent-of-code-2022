002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300 01  WS-WORK-FIELDS.                                              00230000
002400     05 TOTAL-PAIRS            PIC 9(05)   VALUE ZEROES.          00240000
007010     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00701000
007010     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00701000
007010     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00701000
007010     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00701000
007010     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00701000
007010        88 HIST-SUCCESS VALUE '00'.                               00701000
006970 LINKAGE SECTION.                                                 00697000
010180     MOVE WS-HIST-DATE          TO HIST-DATE.                     01018000
010180     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01018000
010180     MOVE 'AOCD4PG3'        TO HIST-PGM.                          01018000
010180     MOVE WS-HIST-VER       TO HIST-VERSION.                      01018000
010180     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01018000
010180     WRITE AUD-HIST-REC.                                          01018000
010180     CLOSE AUD-HIST.                                              01018000
