010800     05 HIST-PGM             PIC X(08).                           01080000
010900     05 FILLER               PIC X(02).                           01090000
011000     05 HIST-OUTPUT          PIC X(40).                           01100000
011001     05 FILLER               PIC X(02).                           01100100
011002     05 HIST-VERSION         PIC X(08).                           01100200
011100                                                                  01110000
011200 WORKING-STORAGE SECTION.                                         01120000
011300 01  WS-WORK-FIELDS.                                              01130000
015500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01550000
015600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01560000
015700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01570000
015701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01570100
015800                                                                  01580000
015900*----------------------------------------------------------------*01590000
016000* R REBUILDS THE CATALOG FROM WHAT THE GENERATIONS HOLD;         *01600000
039600     MOVE WS-HIST-DATE          TO HIST-DATE.                     03960000
039700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03970000
039800     MOVE 'AOCDGCHK'            TO HIST-PGM.                      03980000
039801     MOVE WS-HIST-VER           TO HIST-VERSION.                  03980100
039900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03990000
040000     WRITE AUD-HIST-REC.                                          04000000
040100     CLOSE AUD-HIST.                                              04010000
