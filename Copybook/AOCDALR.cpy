000100*----------------------------------------------------------------*00010000
000200* STANDARD SUITE ALERT RECORD - EVERY PROGRAM THAT RAISES AN     *00020000
000300* ALERT ALSO APPENDS IT TO THE SHARED AOCDALRT FILE IN THIS ONE  *00030000
000400* LAYOUT, ALONGSIDE ITS OWN REPORT, SO THE AOCDARTE ROUTING STEP *00040000
000500* CAN PUT IT IN FRONT OF THE ON-CALL RECIPIENT THE SAME NIGHT.   *00050000
000600* THE SUBJECT KEY NAMES WHAT THE ALERT IS ABOUT (ELF, DEVICE,    *00060000
000700* FILE, STEP) AND WITH THE SOURCE PROGRAM IDENTIFIES A REPEAT    *00070000
000800*----------------------------------------------------------------*00080000
000900 01  ALERT-REC.                                                   00090000
001000     05 ALR-RUN-DATE         PIC 9(08).                           00100000
001100     05 FILLER               PIC X(02).                           00110000
001200     05 ALR-RUN-TIME         PIC 9(06).                           00120000
001300     05 FILLER               PIC X(02).                           00130000
001400     05 ALR-PGM              PIC X(08).                           00140000
001500     05 FILLER               PIC X(02).                           00150000
001600     05 ALR-SEVERITY         PIC X(01).                           00160000
001700        88 ALR-CRITICAL                  VALUE 'C'.               00170000
001800        88 ALR-WARNING                   VALUE 'W'.               00180000
001900        88 ALR-INFO                      VALUE 'I'.               00190000
002000     05 FILLER               PIC X(02).                           00200000
002100     05 ALR-SUBJECT          PIC X(20).                           00210000
002200     05 FILLER               PIC X(02).                           00220000
002300     05 ALR-MESSAGE          PIC X(60).                           00230000
002400     05 FILLER               PIC X(07).                           00240000
