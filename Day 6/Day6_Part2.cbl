002300     05 HIST-PGM             PIC X(08).                           00230000
002300     05 FILLER               PIC X(02).                           00230000
002300     05 HIST-OUTPUT          PIC X(40).                           00230000
002300     05 FILLER               PIC X(02).                           00230000
002300     05 HIST-VERSION         PIC X(08).                           00230000
002300 WORKING-STORAGE SECTION.                                         00230000
002400 01  WS-WORK-FIELDS.                                              00240000
002500     05 WS-CNT                 PIC 9(05)   VALUE ZEROES.          00250000
004400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00440000
004400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00440000
004400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00440000
004400     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00440000
004400     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00440000
004400        88 HIST-SUCCESS VALUE '00'.                               00440000
004400 PROCEDURE DIVISION.                                              00440000
009800     MOVE WS-HIST-DATE          TO HIST-DATE.                     00980000
009800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00980000
009800     MOVE 'AOCD6PG2'        TO HIST-PGM.                          00980000
009800     MOVE WS-HIST-VER       TO HIST-VERSION.                      00980000
009800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00980000
009800     WRITE AUD-HIST-REC.                                          00980000
009800     CLOSE AUD-HIST.                                              00980000
