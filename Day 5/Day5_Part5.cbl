008900     05 HIST-PGM             PIC X(08).                           00890000
009000     05 FILLER               PIC X(02).                           00900000
009100     05 HIST-OUTPUT          PIC X(40).                           00910000
009101     05 FILLER               PIC X(02).                           00910100
009102     05 HIST-VERSION         PIC X(08).                           00910200
009200 WORKING-STORAGE SECTION.                                         00920000
009300*----------------------------------------------------------------*00930000
009400* THE WORKING WAREHOUSE: THE REAL STACKS AS LOADED, PLUS TWO     *00940000
015100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01510000
015200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01520000
015300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01530000
015301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01530100
015400     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01540000
015500        88 HIST-SUCCESS VALUE '00'.                               01550000
015600 PROCEDURE DIVISION.                                              01560000
040100     MOVE WS-HIST-DATE          TO HIST-DATE.                     04010000
040200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04020000
040300     MOVE 'AOCD5PG5'        TO HIST-PGM.                          04030000
040301     MOVE WS-HIST-VER       TO HIST-VERSION.                      04030100
040400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04040000
040500     WRITE AUD-HIST-REC.                                          04050000
040600     CLOSE AUD-HIST.                                              04060000
