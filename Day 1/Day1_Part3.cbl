003700*----------------------------------------------------------------*00370000
003800 FD  TREND-HIST.                                                  00380000
003900 01  TREND-REC.                                                   00390000
004000     05 TRND-RUN-DATE   PIC 9(08).                                00400000
004100     05 FILLER          PIC X(02).                                00410000
004200     05 TRND-HIGHEST    PIC 9(10).                                00420000
004300     05 FILLER          PIC X(60).                                00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* THE TREND ANALYSIS REPORT - ONE DETAIL LINE PER RUN WITH       *00460000
005000 FD  TREND-RPT.                                                   00500000
005100 01  TRP-REC.                                                     00510000
005200     05 TRP-TEXT        PIC X(24).                                00520000
005300     05 TRP-DATE        PIC 9(08).                                00530000
005400     05 FILLER          PIC X(02).                                00540000
005500     05 TRP-AMOUNT      PIC 9(10).                                00550000
005600     05 FILLER          PIC X(02).                                00560000
005700     05 TRP-DELTA       PIC +9(10).                               00570000
005800     05 FILLER          PIC X(02).                                00580000
005900     05 TRP-AVG         PIC 9(10).                                00590000
006000     05 FILLER          PIC X(12).                                00600000
106100                                                                  10610000
106110 FD  CAL-FILE.                                                    10611000
106120 01  CAL-REC.                                                     10612000
007200     05 HIST-PGM             PIC X(08).                           00720000
007300     05 FILLER               PIC X(02).                           00730000
007400     05 HIST-OUTPUT          PIC X(40).                           00740000
007401     05 FILLER               PIC X(02).                           00740100
007402     05 HIST-VERSION         PIC X(08).                           00740200
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01  WS-WORK-FIELDS.                                              00760000
007700     05 WS-RUN-CNT        PIC 9(06)   VALUE ZEROES.               00770000
008300     05 WS-MA-IDX         PIC 9(02)   VALUE ZEROES.               00830000
008400     05 WS-I              PIC 9(02)   VALUE ZEROES.               00840000
008500     05 WS-ALL-TIME-HIGH  PIC 9(10)   VALUE ZEROES.               00850000
008600     05 WS-HIGH-DATE      PIC 9(08)   VALUE ZEROES.               00860000
008700     05 WS-ALL-TIME-LOW   PIC 9(10)   VALUE 9999999999.           00870000
008800     05 WS-LOW-DATE       PIC 9(08)   VALUE ZEROES.               00880000
008900     05 WS-LATEST-HIGHEST PIC 9(10)   VALUE ZEROES.               00890000
009000     05 WS-LATEST-DATE    PIC 9(08)   VALUE ZEROES.               00900000
009100     05 WS-SLIP-PCT       PIC 9(03)   VALUE ZEROES.               00910000
009200     05 WS-SLIP-FLOOR     PIC 9(12)V99 VALUE ZEROES.              00920000
009300     05 WS-SLIP-SW        PIC X(01)   VALUE 'N'.                  00930000
011500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01150000
011600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01160000
011700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01170000
011701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01170100
106200                                                                  10620000
106210*----------------------------------------------------------------*10621000
106220* CALENDAR IN STORAGE AND THE MISSED-BUSINESS-DAY SCAN FIELDS    *10622000
022600     MOVE TRND-RUN-DATE           TO WS-LATEST-DATE.              02260000
106500     IF WS-CAL-CNT > ZEROES                                       10650000
106510        COMPUTE WS-PREV-RUN-INT =                                 10651000
106520           FUNCTION INTEGER-OF-DATE(TRND-RUN-DATE)                10652000
106530     END-IF.                                                      10653000
022700 3000-EXIT.                                                       02270000
022800     EXIT.                                                        02280000
106950*----------------------------------------------------------------*10695000
106960 3500-CHECK-MISSED-DAYS.                                          10696000
106970     COMPUTE WS-THIS-RUN-INT =                                    10697000
106980        FUNCTION INTEGER-OF-DATE(TRND-RUN-DATE).                  10698000
106990     IF WS-PREV-RUN-INT = ZEROES                                  10699000
107000        GO TO 3500-EXIT                                           10700000
107010     END-IF.                                                      10701000
107100              ADD 1          TO WS-MISSED-CNT                     10710000
107110              INITIALIZE     TRP-REC                              10711000
107120              MOVE 'NO RUN ON BUSINESS DAY' TO TRP-TEXT           10712000
107130              MOVE WS-SCAN-DATE TO TRP-DATE                       10713000
107140              WRITE TRP-REC                                       10714000
107150              DISPLAY 'NO RUN ON BUSINESS DAY ' WS-SCAN-DATE      10715000
107160           END-IF                                                 10716000
027500     MOVE WS-HIST-DATE          TO HIST-DATE.                     02750000
027600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02760000
027700     MOVE 'AOCD1PG3'        TO HIST-PGM.                          02770000
027701     MOVE WS-HIST-VER       TO HIST-VERSION.                      02770100
027800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02780000
027900     WRITE AUD-HIST-REC.                                          02790000
028000     CLOSE AUD-HIST.                                              02800000
