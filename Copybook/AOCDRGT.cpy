000100*----------------------------------------------------------------*00010000
000200* REPORT RELEASE GATE RECORD - ONE ROW PER DISTRIBUTION-MANIFEST *00020000
000300* ROW PER RUN ON AOCDRGAT. AOCDDIST STAGES EVERY ROW HELD AT THE *00030000
000400* END OF THE SUITE; THE MORNING SIGN-OFF (AOCDRGAT) RELEASES OR  *00040000
000500* WITHHOLDS EACH ONE, STAMPING THE OPERATOR, DATE AND REASON     *00050000
000600*----------------------------------------------------------------*00060000
000700 01  RGT-REC.                                                     00070000
000800     05 RGT-RUN-ID           PIC X(14).                           00080000
000900     05 FILLER               PIC X(02).                           00090000
001000     05 RGT-REPORT-DD        PIC X(08).                           00100000
001100     05 FILLER               PIC X(02).                           00110000
001200     05 RGT-RECIPIENT        PIC X(12).                           00120000
001300     05 FILLER               PIC X(02).                           00130000
001400     05 RGT-METHOD           PIC X(04).                           00140000
001500     05 FILLER               PIC X(02).                           00150000
001600     05 RGT-REC-CNT          PIC 9(07).                           00160000
001700     05 FILLER               PIC X(02).                           00170000
001800     05 RGT-VERIFY           PIC X(09).                           00180000
001900     05 FILLER               PIC X(02).                           00190000
002000     05 RGT-GATE             PIC X(01).                           00200000
002100        88 RGT-HELD                    VALUE 'H'.                 00210000
002200        88 RGT-RELEASED                VALUE 'R'.                 00220000
002300        88 RGT-WITHHELD                VALUE 'W'.                 00230000
002400     05 FILLER               PIC X(02).                           00240000
002500     05 RGT-OPERATOR         PIC X(08).                           00250000
002600     05 FILLER               PIC X(02).                           00260000
002700     05 RGT-GATE-DATE        PIC 9(08).                           00270000
002800     05 FILLER               PIC X(02).                           00280000
002900     05 RGT-REASON           PIC X(30).                           00290000
003000     05 FILLER               PIC X(01).                           00300000
