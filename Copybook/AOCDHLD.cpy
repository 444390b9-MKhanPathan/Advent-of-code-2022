000100*----------------------------------------------------------------*00010000
000200* LEGAL AND AUDIT HOLD RECORD - ONE ROW PER HOLD ON AOCDHOLD.    *00020000
000300* WHILE A HOLD IS ACTIVE, NO RECORD OF THE NAMED FILE DATED      *00030000
000400* INSIDE THE HOLD'S DATE RANGE IS ARCHIVED OR PURGED BY          *00040000
000500* HOUSEKEEPING. A RELEASED HOLD STAYS ON THE FILE, STATUS R,     *00050000
000600* WITH WHO RELEASED IT AND WHEN, AS THE AUDITORS' TRAIL          *00060000
000700*----------------------------------------------------------------*00070000
000800 01  HOLD-REC.                                                    00080000
000900     05 HLD-FILE             PIC X(08).                           00090000
001000     05 FILLER               PIC X(01).                           00100000
001100     05 HLD-FROM-DATE        PIC 9(08).                           00110000
001200     05 FILLER               PIC X(01).                           00120000
001300     05 HLD-TO-DATE          PIC 9(08).                           00130000
001400     05 FILLER               PIC X(01).                           00140000
001500     05 HLD-REF              PIC X(12).                           00150000
001600     05 FILLER               PIC X(01).                           00160000
001700     05 HLD-PLACED-BY        PIC X(08).                           00170000
001800     05 FILLER               PIC X(01).                           00180000
001900     05 HLD-PLACED-DATE      PIC 9(08).                           00190000
002000     05 FILLER               PIC X(01).                           00200000
002100     05 HLD-STATUS           PIC X(01).                           00210000
002200        88 HLD-ACTIVE                  VALUE 'A'.                 00220000
002300        88 HLD-RELEASED                VALUE 'R'.                 00230000
002400     05 FILLER               PIC X(01).                           00240000
002500     05 HLD-REL-BY           PIC X(08).                           00250000
002600     05 FILLER               PIC X(01).                           00260000
002700     05 HLD-REL-DATE         PIC 9(08).                           00270000
002800     05 FILLER               PIC X(03).                           00280000
