002900     05 HIST-PGM             PIC X(08).                           00290000
003000     05 FILLER               PIC X(02).                           00300000
003100     05 HIST-OUTPUT          PIC X(40).                           00310000
003101     05 FILLER               PIC X(02).                           00310100
003102     05 HIST-VERSION         PIC X(08).                           00310200
003200 WORKING-STORAGE SECTION.                                         00320000
003300 01  WS-WORK-FIELDS.                                              00330000
003400     05 WS-PGM-PATTERN    PIC X(08)   VALUE SPACES.               00340000
005500        10 WS-ROW-TIME    PIC 9(06).                              00550000
005600        10 WS-ROW-PGM     PIC X(08).                              00560000
005700        10 WS-ROW-OUTPUT  PIC X(40).                              00570000
005710        10 WS-ROW-VER     PIC X(08).                              00571000
005800                                                                  00580000
005900 01  WS-SWITCHES.                                                 00590000
006000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               00600000
022000        MOVE HIST-TIME     TO WS-ROW-TIME(WS-RING-NEXT)           02200000
022100        MOVE HIST-PGM      TO WS-ROW-PGM(WS-RING-NEXT)            02210000
022200        MOVE HIST-OUTPUT   TO WS-ROW-OUTPUT(WS-RING-NEXT)         02220000
022210        MOVE HIST-VERSION  TO WS-ROW-VER(WS-RING-NEXT)            02221000
022300        IF WS-ROW-CNT < 5000                                      02230000
022400           ADD 1           TO WS-ROW-CNT                          02240000
022500        END-IF                                                    02250000
024100     PERFORM UNTIL WS-PRINT-CNT = WS-ROW-CNT                      02410000
024200        ADD 1                 TO WS-PRINT-CNT                     02420000
024300        DISPLAY WS-ROW-DATE(WS-I) ' ' WS-ROW-TIME(WS-I) ' '       02430000
024400                WS-ROW-PGM(WS-I) ' ' WS-ROW-VER(WS-I) ' '         02440000
024401                WS-ROW-OUTPUT(WS-I)                               02440100
024500        IF WS-I = 1                                               02450000
024600           MOVE 5000          TO WS-I                             02460000
024700        ELSE                                                      02470000
