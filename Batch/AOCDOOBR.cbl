004700     05 HIST-PGM             PIC X(08).                           00470000
004800     05 FILLER               PIC X(02).                           00480000
004900     05 HIST-OUTPUT          PIC X(40).                           00490000
004901     05 FILLER               PIC X(02).                           00490100
004902     05 HIST-VERSION         PIC X(08).                           00490200
005000                                                                  00500000
005100 FD  BATCH-RPT                                                    00510000
005200     DATA RECORD IS BATCH-RPT-REC.                                00520000
