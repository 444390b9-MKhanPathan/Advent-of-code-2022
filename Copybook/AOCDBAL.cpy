000400* BY DESTINATION, REJECTED AND SKIPPED. THE AOCDSBLR BALANCER   * 00040000
000500* PROVES READ = OUT + REJECTED + SKIPPED PER PROGRAM AT END     * 00050000
000600* OF SUITE - THE CONTROL DISCIPLINE EVERY OTHER SYSTEM IN THE   * 00060000
000700* SHOP ALREADY HAS. BAL-VERSION CARRIES THE WRITING PROGRAM'S   * 00070000
000710* VERSION STAMP, THE SAME ONE IT WRITES ON ITS AOCDHST ROW      * 00071000
000800*----------------------------------------------------------------*00080000
000900 01  SUITE-BAL-REC.                                               00090000
001000     05 BAL-RUN-DATE         PIC 9(08).                           00100000
001100     05 FILLER               PIC X(02).                           00110000
001200     05 BAL-PGM              PIC X(08).                           00120000
001300     05 FILLER               PIC X(02).                           00130000
001800     05 BAL-REJECT-CNT       PIC 9(07).                           00180000
001900     05 FILLER               PIC X(02).                           00190000
002000     05 BAL-SKIP-CNT         PIC 9(07).                           00200000
002100     05 FILLER               PIC X(02).                           00210000
002200     05 BAL-VERSION          PIC X(08).                           00220000
