000500* COUNT IS ONE PLACE TO LOOK INSTEAD OF FOUR                     *00050000
000600*----------------------------------------------------------------*00060000
000700 01  SUITE-EXC-REC.                                               00070000
000800     05 EXC-RUN-DATE         PIC 9(08).                           00080000
000900     05 FILLER               PIC X(02).                           00090000
001000     05 EXC-PGM              PIC X(08).                           00100000
001100     05 FILLER               PIC X(02).                           00110000
