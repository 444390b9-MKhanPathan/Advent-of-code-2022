010400     05 HIST-PGM             PIC X(08).                           01040000
010500     05 FILLER               PIC X(02).                           01050000
010600     05 HIST-OUTPUT          PIC X(40).                           01060000
010601     05 FILLER               PIC X(02).                           01060100
010602     05 HIST-VERSION         PIC X(08).                           01060200
010700                                                                  01070000
010800 WORKING-STORAGE SECTION.                                         01080000
010900 01  WS-WORK-FIELDS.                                              01090000
016100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01610000
016200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01620000
016300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01630000
016301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01630100
016400                                                                  01640000
016500 PROCEDURE DIVISION.                                              01650000
016600                                                                  01660000
036900     MOVE WS-HIST-DATE          TO HIST-DATE.                     03690000
037000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03700000
037100     MOVE 'AOCD1PG8'            TO HIST-PGM.                      03710000
037101     MOVE WS-HIST-VER           TO HIST-VERSION.                  03710100
037200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03720000
037300     WRITE AUD-HIST-REC.                                          03730000
037400     CLOSE AUD-HIST.                                              03740000
