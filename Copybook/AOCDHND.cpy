000100*----------------------------------------------------------------*00010000
000200* HANDOFF COUNT RECORD - A PROGRAM THAT WRITES A FILE ANOTHER    *00020000
000300* STEP READS THE SAME NIGHT ADDS ONE ROW (ROLE W) WITH THE       *00030000
000400* RECORDS IT WROTE TO THAT DD, AND EACH READER ADDS ONE ROW      *00040000
000500* (ROLE R) WITH THE RECORDS IT READ FROM IT, ON THE SHARED       *00050000
000600* AOCDSHND FILE. AOCDHBAL PROVES EVERY READER SAW WHAT THE LAST  *00060000
000700* WRITER BEFORE IT WROTE - A TRUNCATED OR STALE HANDOFF FILE     *00070000
000800* WOULD PASS EVERY AOCDSBAL CHECK                                *00080000
000900*----------------------------------------------------------------*00090000
001000 01  HANDOFF-CNT-REC.                                             00100000
001100     05 HND-RUN-DATE         PIC 9(08).                           00110000
001200     05 FILLER               PIC X(02).                           00120000
001300     05 HND-PGM              PIC X(08).                           00130000
001400     05 FILLER               PIC X(02).                           00140000
001500     05 HND-DD               PIC X(08).                           00150000
001600     05 FILLER               PIC X(02).                           00160000
001700     05 HND-ROLE             PIC X(01).                           00170000
001800        88 HND-WRITER                  VALUE 'W'.                 00180000
001900        88 HND-READER                  VALUE 'R'.                 00190000
002000     05 FILLER               PIC X(02).                           00200000
002100     05 HND-REC-CNT          PIC 9(07).                           00210000
002200     05 FILLER               PIC X(02).                           00220000
002300     05 HND-VERSION          PIC X(08).                           00230000
