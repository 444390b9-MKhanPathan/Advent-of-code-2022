004000     05 FILLER                 PIC X(02).                         00400000
004100     05 MHS-FOUND-FLAG         PIC X(01).                         00410000
004200     05 FILLER                 PIC X(02).                         00420000
004300     05 MHS-RUN-DATE           PIC 9(08).                         00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* STATISTICS REPORT - PER DEVICE: RUNS SEEN, AVERAGE AND         *00460000
007200     05 HIST-PGM             PIC X(08).                           00720000
007300     05 FILLER               PIC X(02).                           00730000
007400     05 HIST-OUTPUT          PIC X(40).                           00740000
007401     05 FILLER               PIC X(02).                           00740100
007402     05 HIST-VERSION         PIC X(08).                           00740200
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01  WS-WORK-FIELDS.                                              00760000
007700     05 WS-DEV-CNT        PIC 9(03)   VALUE ZEROES.               00770000
010900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01090000
011000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01100000
011100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01110000
011101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01110100
011200     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01120000
011300        88 HIST-SUCCESS VALUE '00'.                               01130000
011400 PROCEDURE DIVISION.                                              01140000
022200     MOVE WS-HIST-DATE          TO HIST-DATE.                     02220000
022300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02230000
022400     MOVE 'AOCD6PG4'        TO HIST-PGM.                          02240000
022401     MOVE WS-HIST-VER       TO HIST-VERSION.                      02240100
022500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02250000
022600     WRITE AUD-HIST-REC.                                          02260000
022700     CLOSE AUD-HIST.                                              02270000
