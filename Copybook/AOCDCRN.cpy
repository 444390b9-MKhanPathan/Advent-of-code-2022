000100*----------------------------------------------------------------*00010000
000200* CRANE EQUIPMENT MASTER - ONE RECORD PER CRANE: THE STACKS IT   *00020000
000300* SERVES (00-00 FOR EVERY STACK), ITS SERVICE INTERVAL AND HARD  *00030000
000400* LIMIT IN CYCLES AND CRATES LIFTED, THE LAST SERVICE DATE AND   *00040000
000500* THE USAGE SINCE. A CRANE PAST EITHER HARD LIMIT IS FLAGGED B   *00050000
000600* AND AOCD5PG3 WILL NOT RUN LIVE WHILE IT STAYS THAT WAY         *00060000
000700*----------------------------------------------------------------*00070000
000800 01  CRN-REC.                                                     00080000
000900     05 CRN-ID               PIC X(04).                           00090000
001000     05 FILLER               PIC X(01).                           00100000
001100     05 CRN-LO-STACK         PIC 9(02).                           00110000
001200     05 FILLER               PIC X(01).                           00120000
001300     05 CRN-HI-STACK         PIC 9(02).                           00130000
001400     05 FILLER               PIC X(01).                           00140000
001500     05 CRN-INT-CYCLES       PIC 9(07).                           00150000
001600     05 FILLER               PIC X(01).                           00160000
001700     05 CRN-INT-CRATES       PIC 9(07).                           00170000
001800     05 FILLER               PIC X(01).                           00180000
001900     05 CRN-HARD-CYCLES      PIC 9(07).                           00190000
002000     05 FILLER               PIC X(01).                           00200000
002100     05 CRN-HARD-CRATES      PIC 9(07).                           00210000
002200     05 FILLER               PIC X(01).                           00220000
002300     05 CRN-LAST-SVC         PIC 9(08).                           00230000
002400     05 FILLER               PIC X(01).                           00240000
002500     05 CRN-USED-CYCLES      PIC 9(07).                           00250000
002600     05 FILLER               PIC X(01).                           00260000
002700     05 CRN-USED-CRATES      PIC 9(07).                           00270000
002800     05 FILLER               PIC X(01).                           00280000
002900     05 CRN-STATUS           PIC X(01).                           00290000
003000        88 CRN-BLOCKED       VALUE 'B'.                           00300000
