002301                                                                  00230100
002302 FD  FRH-HIST.                                                    00230200
002303 01  FRH-REC.                                                     00230300
002304     05 FRH-RUN-DATE        PIC 9(08).                            00230400
002305     05 FILLER              PIC X(02).                            00230500
002306     05 FRH-ITEM            PIC X(01).                            00230600
002307     05 FILLER              PIC X(01).                            00230700
002500     05 HIST-PGM             PIC X(08).                           00250000
002500     05 FILLER               PIC X(02).                           00250000
002500     05 HIST-OUTPUT          PIC X(40).                           00250000
002500     05 FILLER               PIC X(02).                           00250000
002500     05 HIST-VERSION         PIC X(08).                           00250000
002500 WORKING-STORAGE SECTION.                                         00250000
002600 01  WS-WORK-FIELDS.                                               00260000
002610     05 WS-LOAD-IDX         PIC 9(02)   VALUE ZEROES.             00261000
004300        88 FRQ-SUCCESS      VALUE '00'.                           00430000
004310     05 FRH-FILE-STATUS     PIC X(02)   VALUE SPACES.             00431000
004320        88 FRH-SUCCESS      VALUE '00'.                           00432000
004330     05 WS-RUN-DATE         PIC 9(08)   VALUE ZEROES.             00433000
004600                                                                  00460000
004700                                                                  00470000
004700*----------------------------------------------------------------*00470000
004700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00470000
004700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00470000
004700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00470000
004700     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00470000
004700     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00470000
004700        88 HIST-SUCCESS VALUE '00'.                               00470000
004700 PROCEDURE DIVISION.                                              00470000
005000     OPEN INPUT RUCK-SACK.                                        00500000
005100     OPEN OUTPUT FRQ-RPT.                                         00510000
005110     OPEN EXTEND FRH-HIST.                                        00511000
005120     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  00512000
005200     IF SUCCESS                                                   00520000
005300        PERFORM UNTIL EOF                                         00530000
005400           READ RUCK-SACK                                         00540000
011900     MOVE WS-HIST-DATE          TO HIST-DATE.                     01190000
011900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01190000
011900     MOVE 'AOCD3PG3'        TO HIST-PGM.                          01190000
011900     MOVE WS-HIST-VER       TO HIST-VERSION.                      01190000
011900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01190000
011900     WRITE AUD-HIST-REC.                                          01190000
011900     CLOSE AUD-HIST.                                              01190000
