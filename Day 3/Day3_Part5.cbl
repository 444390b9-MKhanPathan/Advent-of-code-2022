009100     05 HIST-PGM             PIC X(08).                           00910000
009200     05 FILLER               PIC X(02).                           00920000
009300     05 HIST-OUTPUT          PIC X(40).                           00930000
009301     05 FILLER               PIC X(02).                           00930100
009302     05 HIST-VERSION         PIC X(08).                           00930200
009400 WORKING-STORAGE SECTION.                                         00940000
009500 01  WS-WORK-FIELDS.                                              00950000
009600     05 WS-ASG-CNT        PIC 9(03)   VALUE ZEROES.               00960000
013500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01350000
013600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01360000
013700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01370000
013701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01370100
013800     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01380000
013900        88 HIST-SUCCESS VALUE '00'.                               01390000
014000 PROCEDURE DIVISION.                                              01400000
030900     MOVE WS-HIST-DATE          TO HIST-DATE.                     03090000
031000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03100000
031100     MOVE 'AOCD3PG5'        TO HIST-PGM.                          03110000
031101     MOVE WS-HIST-VER       TO HIST-VERSION.                      03110100
031200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03120000
031300     WRITE AUD-HIST-REC.                                          03130000
031400     CLOSE AUD-HIST.                                              03140000
