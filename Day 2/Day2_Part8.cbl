003500 FILE SECTION.                                                    00350000
003600 FD  LEADER-HIST.                                                 00360000
003700 01  LEADER-REC.                                                  00370000
003800     05 LDR-RUN-DATE     PIC 9(08).                               00380000
003900     05 FILLER           PIC X(01).                               00390000
004000     05 LDR-TABLE-ID     PIC X(05).                               00400000
004100     05 FILLER           PIC X(01).                               00410000
004400     05 LDR-WIN          PIC 9(05).                               00440000
004500     05 LDR-LOSE         PIC 9(05).                               00450000
004600     05 LDR-DRAW         PIC 9(05).                               00460000
004700     05 FILLER           PIC X(39).                               00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000* EXCEPTIONS REPORT - ONE LINE PER TABLE WHOSE CURRENT-RUN WIN   *00500000
006000     05 FILLER          PIC X(02).                                00600000
006100     05 ANM-DEVIATION   PIC 9(03).                                00610000
006200     05 FILLER          PIC X(02).                                00620000
006300     05 ANM-RUN-DATE    PIC 9(08).                                00630000
006400     05 FILLER          PIC X(53).                                00640000
006500                                                                  00650000
006600 FD  AUD-HIST                                                     00660000
006700     DATA RECORD IS AUD-HIST-REC.                                 00670000
007300     05 HIST-PGM             PIC X(08).                           00730000
007400     05 FILLER               PIC X(02).                           00740000
007500     05 HIST-OUTPUT          PIC X(40).                           00750000
007501     05 FILLER               PIC X(02).                           00750100
007502     05 HIST-VERSION         PIC X(08).                           00750200
007600 WORKING-STORAGE SECTION.                                         00760000
007700 01  WS-WORK-FIELDS.                                              00770000
007800     05 WS-DEV-LIMIT      PIC 9(03)   VALUE ZEROES.               00780000
007900     05 WS-LATEST-DATE    PIC 9(08)   VALUE ZEROES.               00790000
008000     05 WS-TBL-CNT        PIC 9(03)   VALUE ZEROES.               00800000
008100     05 WS-MAX-TABLES     PIC 9(03)   VALUE 100.                  00810000
008200     05 WS-I              PIC 9(03)   VALUE ZEROES.               00820000
011200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01120000
011300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01130000
011400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01140000
011401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01140100
011500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01150000
011600        88 HIST-SUCCESS VALUE '00'.                               01160000
011700*----------------------------------------------------------------*01170000
027500     MOVE WS-HIST-DATE          TO HIST-DATE.                     02750000
027600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02760000
027700     MOVE 'AOCD2PG8'        TO HIST-PGM.                          02770000
027701     MOVE WS-HIST-VER       TO HIST-VERSION.                      02770100
027800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02780000
027900     WRITE AUD-HIST-REC.                                          02790000
028000     CLOSE AUD-HIST.                                              02800000
