008200     05 HIST-PGM             PIC X(08).                           00820000
008300     05 FILLER               PIC X(02).                           00830000
008400     05 HIST-OUTPUT          PIC X(40).                           00840000
008401     05 FILLER               PIC X(02).                           00840100
008402     05 HIST-VERSION         PIC X(08).                           00840200
008500                                                                  00850000
008600 WORKING-STORAGE SECTION.                                         00860000
008700 01  WS-WORK-FIELDS.                                              00870000
014200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01420000
014300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01430000
014400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01440000
014401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01440100
014500                                                                  01450000
014600 PROCEDURE DIVISION.                                              01460000
014700                                                                  01470000
031300     MOVE WS-HIST-DATE          TO HIST-DATE.                     03130000
031400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03140000
031500     MOVE 'AOCD4PG5'            TO HIST-PGM.                      03150000
031501     MOVE WS-HIST-VER           TO HIST-VERSION.                  03150100
031600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03160000
031700     WRITE AUD-HIST-REC.                                          03170000
031800     CLOSE AUD-HIST.                                              03180000
