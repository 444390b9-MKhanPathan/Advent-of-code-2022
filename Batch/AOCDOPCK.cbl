006800     05 HIST-PGM             PIC X(08).                           00680000
006900     05 FILLER               PIC X(02).                           00690000
007000     05 HIST-OUTPUT          PIC X(40).                           00700000
007001     05 FILLER               PIC X(02).                           00700100
007002     05 HIST-VERSION         PIC X(08).                           00700200
007100                                                                  00710000
007200 WORKING-STORAGE SECTION.                                         00720000
007300 01  WS-WORK-FIELDS.                                              00730000
007700     05 WS-HIST-DATE      PIC 9(08)   VALUE ZEROES.               00770000
007800     05 WS-HIST-TIME      PIC 9(08)   VALUE ZEROES.               00780000
007900     05 WS-HIST-MSG       PIC X(40)   VALUE SPACES.               00790000
007901     05 WS-HIST-VER       PIC X(08)   VALUE 'V01.00'.             00790100
008000                                                                  00800000
008100 01  WS-SWITCHES.                                                 00810000
008200     05 OPID-FILE-STATUS  PIC X(02)   VALUE SPACES.               00820000
019300     MOVE WS-HIST-DATE          TO HIST-DATE.                     01930000
019400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01940000
124600     MOVE 'AOCDOPCK'            TO HIST-PGM.                      12460000
124600     MOVE WS-HIST-VER           TO HIST-VERSION.                  12460000
019600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01960000
019700     WRITE AUD-HIST-REC.                                          01970000
019800     CLOSE AUD-HIST.                                              01980000
