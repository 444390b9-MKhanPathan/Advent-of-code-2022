006900     05 HIST-PGM             PIC X(08).                           00690000
007000     05 FILLER               PIC X(02).                           00700000
007100     05 HIST-OUTPUT          PIC X(40).                           00710000
007101     05 FILLER               PIC X(02).                           00710100
007102     05 HIST-VERSION         PIC X(08).                           00710200
007200 WORKING-STORAGE SECTION.                                         00720000
007300 01  WS-WORK-FIELDS.                                              00730000
007400     05 WS-MOVE-CNT       PIC 9(07)   VALUE ZEROES.               00740000
010600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01060000
010700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01070000
010800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01080000
010801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01080100
010900     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01090000
011000        88 HIST-SUCCESS VALUE '00'.                               01100000
011100 PROCEDURE DIVISION.                                              01110000
021900     MOVE WS-HIST-DATE          TO HIST-DATE.                     02190000
022000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02200000
022100     MOVE 'AOCD5PG4'        TO HIST-PGM.                          02210000
022101     MOVE WS-HIST-VER       TO HIST-VERSION.                      02210100
022200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02220000
022300     WRITE AUD-HIST-REC.                                          02230000
022400     CLOSE AUD-HIST.                                              02240000
