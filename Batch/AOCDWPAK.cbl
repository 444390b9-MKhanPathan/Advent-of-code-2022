006800 FILE SECTION.                                                    00680000
006900 FD  TREND-HIST.                                                  00690000
007000 01  TREND-REC.                                                   00700000
007100     05 TRND-RUN-DATE   PIC 9(08).                                00710000
007200     05 FILLER          PIC X(02).                                00720000
007300     05 TRND-HIGHEST    PIC 9(10).                                00730000
007400     05 FILLER          PIC X(60).                                00740000
007500                                                                  00750000
007600 FD  LEADER-HIST.                                                 00760000
007700 01  LEADER-REC.                                                  00770000
007800     05 LDR-RUN-DATE     PIC 9(08).                               00780000
007900     05 FILLER           PIC X(01).                               00790000
008000     05 LDR-TABLE-ID     PIC X(05).                               00800000
008100     05 FILLER           PIC X(01).                               00810000
008400     05 LDR-WIN          PIC 9(05).                               00840000
008500     05 LDR-LOSE         PIC 9(05).                               00850000
008600     05 LDR-DRAW         PIC 9(05).                               00860000
008700     05 FILLER           PIC X(20).                               00870000
008702     05 LDR-REC-TYPE     PIC X(01).                               00870200
008704        88 LDR-ADJUSTMENT             VALUE 'A'.                  00870400
008706     05 FILLER           PIC X(18).                               00870600
008800                                                                  00880000
008900 FD  CRH-HIST.                                                    00890000
009000 01  CRH-REC.                                                     00900000
009100     05 CRH-RUN-DATE    PIC 9(08).                                00910000
009200     05 FILLER          PIC X(02).                                00920000
009300     05 CRH-MOVE-SEQ    PIC 9(05).                                00930000
009400     05 FILLER          PIC X(02).                                00940000
011300     05 FILLER                 PIC X(02).                         01130000
011400     05 MHS-FOUND-FLAG         PIC X(01).                         01140000
011500     05 FILLER                 PIC X(02).                         01150000
011600     05 MHS-RUN-DATE           PIC 9(08).                         01160000
011700                                                                  01170000
011800 FD  SUITE-EXC.                                                   01180000
011900     COPY AOCDEXC.                                                01190000
014100     05 HIST-PGM             PIC X(08).                           01410000
014200     05 FILLER               PIC X(02).                           01420000
014300     05 HIST-OUTPUT          PIC X(40).                           01430000
014301     05 FILLER               PIC X(02).                           01430100
014302     05 HIST-VERSION         PIC X(08).                           01430200
014400                                                                  01440000
014500 WORKING-STORAGE SECTION.                                         01450000
014600 01  WS-WORK-FIELDS.                                              01460000
014700     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01470000
014800     05 WS-TODAY-INT      PIC 9(08)   VALUE ZEROES.               01480000
014900     05 WS-WEEK-START-INT PIC 9(08)   VALUE ZEROES.               01490000
015000     05 WS-PRIOR-START-INT PIC 9(08)  VALUE ZEROES.               01500000
019500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01950000
019600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01960000
019700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01970000
019701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01970100
019800                                                                  01980000
019900 PROCEDURE DIVISION.                                              01990000
020000                                                                  02000000
020100     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  02010000
020200     COMPUTE WS-TODAY-INT =                                       02020000
020300        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                    02030000
020400     COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 6.                02040000
020500     COMPUTE WS-PRIOR-START-INT = WS-TODAY-INT - 13.              02050000
020600     OPEN OUTPUT WPK-RPT.                                         02060000
026900                   IF TRND-RUN-DATE IS NUMERIC                    02690000
027000                      COMPUTE WS-REC-INT =                        02700000
027100                         FUNCTION INTEGER-OF-DATE                 02710000
027200                            (TRND-RUN-DATE)                       02720000
027300                      PERFORM 0900-CLASSIFY-WEEK THRU 0900-EXIT   02730000
027400                      IF WS-IN-THIS-WEEK                          02740000
027500                         ADD 1 TO WS-THIS-AUX                     02750000
031300                   SET LDR-EOF TO TRUE                            03130000
031400                NOT AT END                                        03140000
031500                   IF LDR-RUN-DATE IS NUMERIC                     03150000
031505                      AND NOT LDR-ADJUSTMENT                      03150500
031600                      COMPUTE WS-REC-INT =                        03160000
031700                         FUNCTION INTEGER-OF-DATE                 03170000
031800                            (LDR-RUN-DATE)                        03180000
031900                      PERFORM 0900-CLASSIFY-WEEK THRU 0900-EXIT   03190000
032000                      IF WS-IN-THIS-WEEK                          03200000
032100                         ADD LDR-TOTAL TO WS-THIS-VALUE           03210000
035700                   IF CRH-RUN-DATE IS NUMERIC                     03570000
035800                      COMPUTE WS-REC-INT =                        03580000
035900                         FUNCTION INTEGER-OF-DATE                 03590000
036000                            (CRH-RUN-DATE)                        03600000
036100                      PERFORM 0900-CLASSIFY-WEEK THRU 0900-EXIT   03610000
036200                      IF WS-IN-THIS-WEEK                          03620000
036300                         ADD CRH-CRATES TO WS-THIS-VALUE          03630000
042300                   IF MHS-RUN-DATE IS NUMERIC                     04230000
042400                      COMPUTE WS-REC-INT =                        04240000
042500                         FUNCTION INTEGER-OF-DATE                 04250000
042600                            (MHS-RUN-DATE)                        04260000
042700                      PERFORM 0900-CLASSIFY-WEEK THRU 0900-EXIT   04270000
042800                      IF WS-IN-THIS-WEEK                          04280000
042900                         ADD 1 TO WS-THIS-AUX                     04290000
047300                   IF EXC-RUN-DATE IS NUMERIC                     04730000
047400                      COMPUTE WS-REC-INT =                        04740000
047500                         FUNCTION INTEGER-OF-DATE                 04750000
047600                            (EXC-RUN-DATE)                        04760000
047700                      PERFORM 0900-CLASSIFY-WEEK THRU 0900-EXIT   04770000
047800                      IF WS-IN-THIS-WEEK                          04780000
047900                         ADD 1 TO WS-THIS-VALUE                   04790000
050400     MOVE WS-HIST-DATE          TO HIST-DATE.                     05040000
050500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05050000
050600     MOVE 'AOCDWPAK'            TO HIST-PGM.                      05060000
050601     MOVE WS-HIST-VER           TO HIST-VERSION.                  05060100
050700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05070000
050800     WRITE AUD-HIST-REC.                                          05080000
050900     CLOSE AUD-HIST.                                              05090000
