010200     05 HIST-PGM             PIC X(08).                           01020000
010300     05 FILLER               PIC X(02).                           01030000
010400     05 HIST-OUTPUT          PIC X(40).                           01040000
010401     05 FILLER               PIC X(02).                           01040100
010402     05 HIST-VERSION         PIC X(08).                           01040200
010500                                                                  01050000
010600 WORKING-STORAGE SECTION.                                         01060000
010700 01  WS-WORK-FIELDS.                                              01070000
015400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01540000
015500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01550000
015600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01560000
015601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01560100
015700                                                                  01570000
015800*----------------------------------------------------------------*01580000
015900* CYCLE-END DATE PARM, YYMMDD - A COMPLETION DATED AFTER IT IS   *01590000
036900     MOVE WS-HIST-DATE          TO HIST-DATE.                     03690000
037000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03700000
037100     MOVE 'AOCD4PG6'            TO HIST-PGM.                      03710000
037101     MOVE WS-HIST-VER           TO HIST-VERSION.                  03710100
037200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03720000
037300     WRITE AUD-HIST-REC.                                          03730000
037400     CLOSE AUD-HIST.                                              03740000
