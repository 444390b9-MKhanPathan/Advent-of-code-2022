005000 FILE SECTION.                                                    00500000
005100 FD  FXT-FILE.                                                    00510000
005200 01  FXT-REC.                                                     00520000
005300     05 FXT-SESSION-DATE PIC 9(08).                               00530000
005400     05 FILLER           PIC X(01).                               00540000
005500     05 FXT-TABLE-ID     PIC X(05).                               00550000
005600                                                                  00560000
006600     05 FILLER          PIC X(02).                                00660000
006700     05 FXE-TABLE-ID    PIC X(05).                                00670000
006800     05 FILLER          PIC X(02).                                00680000
006900     05 FXE-SESSION     PIC 9(08).                                00690000
007000     05 FILLER          PIC X(02).                                00700000
007100     05 FXE-PLAYED-DATE PIC 9(08).                                00710000
007200     05 FILLER          PIC X(40).                                00720000
007300                                                                  00730000
007400 FD  AUD-HIST                                                     00740000
007500     DATA RECORD IS AUD-HIST-REC.                                 00750000
008100     05 HIST-PGM             PIC X(08).                           00810000
008200     05 FILLER               PIC X(02).                           00820000
008300     05 HIST-OUTPUT          PIC X(40).                           00830000
008301     05 FILLER               PIC X(02).                           00830100
008302     05 HIST-VERSION         PIC X(08).                           00830200
008400                                                                  00840000
008500 WORKING-STORAGE SECTION.                                         00850000
008600 01  WS-WORK-FIELDS.                                              00860000
008800     05 WS-J              PIC 9(03)   VALUE ZEROES.               00880000
008900     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               00890000
009000     05 WS-MATCH-SW       PIC X(01)   VALUE SPACES.               00900000
009100     05 WS-OTHER-DATE     PIC 9(08)   VALUE ZEROES.               00910000
009200     05 WS-SESSION-DATE   PIC 9(08)   VALUE ZEROES.               00920000
009300     05 WS-NOSHOW-CNT     PIC 9(03)   VALUE ZEROES.               00930000
009400     05 WS-WALKON-CNT     PIC 9(03)   VALUE ZEROES.               00940000
009500     05 WS-WRONG-CNT      PIC 9(03)   VALUE ZEROES.               00950000
010300     05 WS-MAX-FXTS       PIC 9(03)   VALUE 400.                  01030000
010400 01  WS-FXT-TABLE.                                                01040000
010500     05 WS-FXT-ENTRY      OCCURS 400 TIMES.                       01050000
010600        10 WS-FXT-DATE    PIC 9(08).                              01060000
010700        10 WS-FXT-ID      PIC X(05).                              01070000
010800        10 WS-FXT-SEEN-SW PIC X(01).                              01080000
010900           88 WS-FXT-SEEN             VALUE 'Y'.                  01090000
013400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01340000
013500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01350000
013600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01360000
013601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01360100
013700                                                                  01370000
013800*----------------------------------------------------------------*01380000
013900* THE SESSION DATE TO RECONCILE, YYYYMMDD. BLANK MEANS TONIGHT - *01390000
014000* THE SAME PARM STYLE AS AOCDEXCR                                *01400000
014100*----------------------------------------------------------------*01410000
014200 LINKAGE SECTION.                                                 01420000
014300 01  LS-PARM-DATA.                                                01430000
014400     05 LS-DATE-PARM    PIC X(08).                                01440000
014500                                                                  01450000
014600 PROCEDURE DIVISION USING LS-PARM-DATA.                           01460000
014700                                                                  01470000
014800     IF LS-DATE-PARM IS NUMERIC AND LS-DATE-PARM > ZEROES         01480000
014900        MOVE LS-DATE-PARM    TO WS-SESSION-DATE                   01490000
015000     ELSE                                                         01500000
015100        ACCEPT WS-SESSION-DATE  FROM DATE YYYYMMDD                01510000
015200     END-IF.                                                      01520000
015300     PERFORM 0500-LOAD-FIXTURES        THRU 0500-EXIT.            01530000
015400     PERFORM 1000-COLLECT-PLAYED       THRU 1000-EXIT.            01540000
032700     MOVE WS-HIST-DATE          TO HIST-DATE.                     03270000
032800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03280000
032900     MOVE 'AOCD2PGC'            TO HIST-PGM.                      03290000
032901     MOVE WS-HIST-VER           TO HIST-VERSION.                  03290100
033000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03300000
033100     WRITE AUD-HIST-REC.                                          03310000
033200     CLOSE AUD-HIST.                                              03320000
