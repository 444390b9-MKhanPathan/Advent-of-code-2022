009600     05 HIST-PGM             PIC X(08).                           00960000
009700     05 FILLER               PIC X(02).                           00970000
009800     05 HIST-OUTPUT          PIC X(40).                           00980000
009801     05 FILLER               PIC X(02).                           00980100
009802     05 HIST-VERSION         PIC X(08).                           00980200
009900                                                                  00990000
010000 WORKING-STORAGE SECTION.                                         01000000
010100 01  WS-WORK-FIELDS.                                              01010000
013000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01300000
013100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01310000
013200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01320000
013201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01320100
013300                                                                  01330000
013400 PROCEDURE DIVISION.                                              01340000
013500                                                                  01350000
032800     MOVE WS-HIST-DATE          TO HIST-DATE.                     03280000
032900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03290000
033000     MOVE 'AOCDGRTV'            TO HIST-PGM.                      03300000
033001     MOVE WS-HIST-VER           TO HIST-VERSION.                  03300100
033100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03310000
033200     WRITE AUD-HIST-REC.                                          03320000
033300     CLOSE AUD-HIST.                                              03330000
