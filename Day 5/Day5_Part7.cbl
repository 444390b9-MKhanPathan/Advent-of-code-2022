009600     05 HIST-PGM             PIC X(08).                           00960000
009700     05 FILLER               PIC X(02).                           00970000
009800     05 HIST-OUTPUT          PIC X(40).                           00980000
009801     05 FILLER               PIC X(02).                           00980100
009802     05 HIST-VERSION         PIC X(08).                           00980200
009900                                                                  00990000
010000 WORKING-STORAGE SECTION.                                         01000000
010100 01  WS-WORK-FIELDS.                                              01010000
015300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01530000
015400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01540000
015500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01550000
015501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01550100
015600                                                                  01560000
015700*----------------------------------------------------------------*01570000
015710* STACK-COUNT AND CRANE-MODE PARMS IN THE SAME ORDER AOCD5PG3    *01571000
035600     MOVE WS-HIST-DATE          TO HIST-DATE.                     03560000
035700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03570000
035800     MOVE 'AOCD5PG7'            TO HIST-PGM.                      03580000
035801     MOVE WS-HIST-VER           TO HIST-VERSION.                  03580100
035900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03590000
036000     WRITE AUD-HIST-REC.                                          03600000
036100     CLOSE AUD-HIST.                                              03610000
