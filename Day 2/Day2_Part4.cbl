007500     05 HIST-PGM             PIC X(08).                           00750000
007600     05 FILLER               PIC X(02).                           00760000
007700     05 HIST-OUTPUT          PIC X(40).                           00770000
007701     05 FILLER               PIC X(02).                           00770100
007702     05 HIST-VERSION         PIC X(08).                           00770200
007800 WORKING-STORAGE SECTION.                                         00780000
007900 01  WS-WORK-FIELDS.                                              00790000
008000     05 WS-REC-CNT        PIC 9(03)   VALUE ZEROES.               00800000
011500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01150000
011600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01160000
011700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01170000
011701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01170100
011800     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01180000
011900        88 HIST-SUCCESS VALUE '00'.                               01190000
012000 PROCEDURE DIVISION.                                              01200000
029700     MOVE WS-HIST-DATE          TO HIST-DATE.                     02970000
029800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02980000
029900     MOVE 'AOCD2PG4'        TO HIST-PGM.                          02990000
029901     MOVE WS-HIST-VER       TO HIST-VERSION.                      02990100
030000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03000000
030100     WRITE AUD-HIST-REC.                                          03010000
030200     CLOSE AUD-HIST.                                              03020000
