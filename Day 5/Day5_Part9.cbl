006200                                                                  00620000
006300 FD  CRH-HIST.                                                    00630000
006400 01  CRH-REC.                                                     00640000
006500     05 CRH-RUN-DATE    PIC 9(08).                                00650000
006600     05 FILLER          PIC X(02).                                00660000
006700     05 CRH-MOVE-SEQ    PIC 9(05).                                00670000
006800     05 FILLER          PIC X(02).                                00680000
007600 01  TRN-REC.                                                     00760000
007700     05 TRN-TEXT        PIC X(06).                                00770000
007800     05 FILLER          PIC X(02).                                00780000
007900     05 TRN-DATE        PIC 9(08).                                00790000
008000     05 FILLER          PIC X(02).                                00800000
008100     05 TRN-FROM        PIC 9(02).                                00810000
008200     05 FILLER          PIC X(01).                                00820000
008700     05 TRN-CRATES      PIC 9(07).                                00870000
008800     05 FILLER          PIC X(02).                                00880000
008900     05 TRN-FLAG        PIC X(08).                                00890000
009000     05 FILLER          PIC X(31).                                00900000
009100                                                                  00910000
009200 FD  AUD-HIST                                                     00920000
009300     DATA RECORD IS AUD-HIST-REC.                                 00930000
009900     05 HIST-PGM             PIC X(08).                           00990000
010000     05 FILLER               PIC X(02).                           01000000
010100     05 HIST-OUTPUT          PIC X(40).                           01010000
010101     05 FILLER               PIC X(02).                           01010100
010102     05 HIST-VERSION         PIC X(08).                           01010200
010200                                                                  01020000
010300 WORKING-STORAGE SECTION.                                         01030000
010400 01  WS-WORK-FIELDS.                                              01040000
010600     05 WS-J              PIC 9(03)   VALUE ZEROES.               01060000
010700     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01070000
010800     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01080000
010850     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01085000
010900     05 WS-APPENDED-CNT   PIC 9(05)   VALUE ZEROES.               01090000
011000     05 WS-TRAIL-SUM      PIC 9(09)   VALUE ZEROES.               01100000
011100     05 WS-TRAIL-CNT      PIC 9(02)   VALUE ZEROES.               01110000
012200     05 WS-MAX-NGTS       PIC 9(03)   VALUE 400.                  01220000
012300 01  WS-NGT-TABLE.                                                01230000
012400     05 WS-NGT-ENTRY      OCCURS 400 TIMES.                       01240000
012500        10 WS-NGT-DATE    PIC 9(08).                              01250000
012600        10 WS-NGT-MOVES   PIC 9(05).                              01260000
012700        10 WS-NGT-CRATES  PIC 9(07).                              01270000
012800                                                                  01280000
015600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01560000
015700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01570000
015800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01580000
015801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01580100
015900                                                                  01590000
016000 PROCEDURE DIVISION.                                              01600000
016100                                                                  01610000
016200     ACCEPT WS-RUN-DATE      FROM DATE.                           01620000
016250     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01625000
016300     PERFORM 0500-CHECK-TODAY          THRU 0500-EXIT.            01630000
016400     IF NOT WS-TODAY-ON-FILE                                      01640000
016500        PERFORM 1000-APPEND-TONIGHT    THRU 1000-EXIT             01650000
018900                AT END                                            01890000
019000                   SET CRH-EOF TO TRUE                            01900000
019100                NOT AT END                                        01910000
019200                   IF CRH-RUN-DATE = WS-RUN-DATE-8                01920000
019300                      SET WS-TODAY-ON-FILE TO TRUE                01930000
019400                   END-IF                                         01940000
019500           END-READ                                               01950000
021300                SET AUD-EOF TO TRUE                               02130000
021400             NOT AT END                                           02140000
021500                INITIALIZE            CRH-REC                     02150000
021600                MOVE WS-RUN-DATE-8    TO CRH-RUN-DATE             02160000
021700                MOVE AUD-MOVE-SEQ     TO CRH-MOVE-SEQ             02170000
021800                MOVE AUD-CRATES       TO CRH-CRATES               02180000
021900                MOVE AUD-FROM-STACK   TO CRH-FROM-STACK           02190000
036000     MOVE WS-HIST-DATE          TO HIST-DATE.                     03600000
036100     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03610000
036200     MOVE 'AOCD5PG9'            TO HIST-PGM.                      03620000
036201     MOVE WS-HIST-VER           TO HIST-VERSION.                  03620100
036300     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03630000
036400     WRITE AUD-HIST-REC.                                          03640000
036500     CLOSE AUD-HIST.                                              03650000
