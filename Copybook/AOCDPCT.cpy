000100*----------------------------------------------------------------*00010000
000200* PERIOD CONTROL RECORD - ONE ROW PER CLOSED PERIOD ON AOCDPCTL, *00020000
000300* KEYED BY THE AOCDBCAL PERIOD-END DATE. AOCDPCLO ADDS THE ROW   *00030000
000400* WHEN IT CLOSES THE PERIOD, AND MARKS IT REOPENED FOR ONE       *00040000
000500* POSTING PROGRAM, FOR ONE DAY, ON AN AUTHORIZED REOPEN CARD.    *00050000
000600* EVERY DATE ON OR BEFORE A CLOSED PERIOD-END IS CLOSED          *00060000
000700*----------------------------------------------------------------*00070000
000800 01  PERIOD-CTL-REC.                                              00080000
000900     05 PCT-PERIOD-END       PIC 9(08).                           00090000
001000     05 FILLER               PIC X(01).                           00100000
001100     05 PCT-STATUS           PIC X(01).                           00110000
001200        88 PCT-CLOSED                  VALUE 'C'.                 00120000
001300        88 PCT-REOPENED                VALUE 'R'.                 00130000
001400     05 FILLER               PIC X(01).                           00140000
001500     05 PCT-CLOSE-DATE       PIC 9(08).                           00150000
001600     05 FILLER               PIC X(01).                           00160000
001700     05 PCT-CLOSE-OPER       PIC X(08).                           00170000
001800     05 FILLER               PIC X(01).                           00180000
001900     05 PCT-REOPEN-PGM       PIC X(08).                           00190000
002000     05 FILLER               PIC X(01).                           00200000
002100     05 PCT-REOPEN-OPER      PIC X(08).                           00210000
002200     05 FILLER               PIC X(01).                           00220000
002300     05 PCT-REOPEN-DATE      PIC 9(08).                           00230000
002400     05 FILLER               PIC X(01).                           00240000
002500     05 PCT-REOPEN-REASON    PIC X(20).                           00250000
002600     05 FILLER               PIC X(04).                           00260000
