003400     05 HIST-PGM             PIC X(08).                           00340000
003500     05 FILLER               PIC X(02).                           00350000
003600     05 HIST-OUTPUT          PIC X(40).                           00360000
003601     05 FILLER               PIC X(02).                           00360100
003602     05 HIST-VERSION         PIC X(08).                           00360200
003700                                                                  00370000
003800 FD  MTH-RPT.                                                     00380000
003900 01  MTH-REC.                                                     00390000
