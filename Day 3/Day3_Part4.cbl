003400 FILE SECTION.                                                    00340000
003500 FD  FRH-HIST.                                                    00350000
003600 01  FRH-REC.                                                     00360000
003700     05 FRH-RUN-DATE        PIC 9(08).                            00370000
003800     05 FILLER              PIC X(02).                            00380000
003900     05 FRH-ITEM            PIC X(01).                            00390000
004000     05 FILLER              PIC X(01).                            00400000
006600     05 HIST-PGM             PIC X(08).                           00660000
006700     05 FILLER               PIC X(02).                           00670000
006800     05 HIST-OUTPUT          PIC X(40).                           00680000
006801     05 FILLER               PIC X(02).                           00680100
006802     05 HIST-VERSION         PIC X(08).                           00680200
006900 WORKING-STORAGE SECTION.                                         00690000
007000 01  WS-WORK-FIELDS.                                              00700000
007100     05 WS-WINDOW-N       PIC 9(02)   VALUE ZEROES.               00710000
007200     05 WS-MAX-RUNS       PIC 9(02)   VALUE 20.                   00720000
007300     05 WS-RUN-CNT        PIC 9(02)   VALUE ZEROES.               00730000
007400     05 WS-CUR-DATE       PIC 9(08)   VALUE ZEROES.               00740000
007500     05 WS-LTR-CNT        PIC 9(02)   VALUE ZEROES.               00750000
007600     05 WS-I              PIC 9(02)   VALUE ZEROES.               00760000
007700     05 WS-J              PIC 9(02)   VALUE ZEROES.               00770000
010500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01050000
010600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01060000
010700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01070000
010701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01070100
010800     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01080000
010900        88 HIST-SUCCESS VALUE '00'.                               01090000
011000*----------------------------------------------------------------*01100000
026200     MOVE WS-HIST-DATE          TO HIST-DATE.                     02620000
026300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02630000
026400     MOVE 'AOCD3PG4'        TO HIST-PGM.                          02640000
026401     MOVE WS-HIST-VER       TO HIST-VERSION.                      02640100
026500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02650000
026600     WRITE AUD-HIST-REC.                                          02660000
026700     CLOSE AUD-HIST.                                              02670000
