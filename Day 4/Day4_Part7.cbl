016900     05 HIST-PGM             PIC X(08).                           01690000
017000     05 FILLER               PIC X(02).                           01700000
017100     05 HIST-OUTPUT          PIC X(40).                           01710000
017101     05 FILLER               PIC X(02).                           01710100
017102     05 HIST-VERSION         PIC X(08).                           01710200
017200                                                                  01720000
017300 WORKING-STORAGE SECTION.                                         01730000
017400 01  WS-WORK-FIELDS.                                              01740000
022500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02250000
022600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02260000
022700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02270000
022701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02270100
022800                                                                  02280000
022900 PROCEDURE DIVISION.                                              02290000
023000                                                                  02300000
048500     MOVE WS-HIST-DATE          TO HIST-DATE.                     04850000
048600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04860000
048700     MOVE 'AOCD4PG7'            TO HIST-PGM.                      04870000
048701     MOVE WS-HIST-VER           TO HIST-VERSION.                  04870100
048800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04880000
048900     WRITE AUD-HIST-REC.                                          04890000
049000     CLOSE AUD-HIST.                                              04900000
