006700     05 HIST-PGM             PIC X(08).                           00670000
006800     05 FILLER               PIC X(02).                           00680000
006900     05 HIST-OUTPUT          PIC X(40).                           00690000
006901     05 FILLER               PIC X(02).                           00690100
006902     05 HIST-VERSION         PIC X(08).                           00690200
007000 WORKING-STORAGE SECTION.                                         00700000
007100 01  WS-WORK-FIELDS.                                              00710000
007200     05 WS-SNAP-CNT       PIC 9(04)   VALUE ZEROES.               00720000
011000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01100000
011100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01110000
011200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01120000
011201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01120100
011300     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01130000
011400        88 HIST-SUCCESS VALUE '00'.                               01140000
011500 PROCEDURE DIVISION.                                              01150000
025200     MOVE WS-HIST-DATE          TO HIST-DATE.                     02520000
025300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02530000
025400     MOVE 'AOCD2PG9'        TO HIST-PGM.                          02540000
025401     MOVE WS-HIST-VER       TO HIST-VERSION.                      02540100
025500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02550000
025600     WRITE AUD-HIST-REC.                                          02560000
025700     CLOSE AUD-HIST.                                              02570000
