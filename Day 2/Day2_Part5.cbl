003400 FILE SECTION.                                                    00340000
003500 FD  LEADER-HIST.                                                 00350000
003600 01  LEADER-REC.                                                  00360000
003700     05 LDR-RUN-DATE     PIC 9(08).                               00370000
003800     05 FILLER           PIC X(01).                               00380000
003900     05 LDR-TABLE-ID     PIC X(05).                               00390000
004000     05 FILLER           PIC X(01).                               00400000
004300     05 LDR-WIN          PIC 9(05).                               00430000
004400     05 LDR-LOSE         PIC 9(05).                               00440000
004500     05 LDR-DRAW         PIC 9(05).                               00450000
004601     05 LDR-PLAYER-NAME  PIC X(20).                               00460100
004602*----------------------------------------------------------------*00460200
004603* TYPE A MARKS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - ITS     *00460300
004604* NIGHT COLUMNS ARE ZERO AND THE CORRECTION TRAVELS HERE         *00460400
004605*----------------------------------------------------------------*00460500
004606     05 LDR-REC-TYPE     PIC X(01).                               00460600
004607        88 LDR-ADJUSTMENT             VALUE 'A'.                  00460700
004608     05 LDR-ADJ-SIGN     PIC X(01).                               00460800
004609     05 LDR-ADJ-POINTS   PIC 9(03).                               00460900
004610     05 LDR-ADJ-OLD-OUT  PIC X(01).                               00461000
004611     05 LDR-ADJ-NEW-OUT  PIC X(01).                               00461100
004612     05 FILLER           PIC X(12).                               00461200
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* THE SEASON STANDINGS TABLE - ONE LINE PER TABLE ID, RANKED     *00490000
007900     05 HIST-PGM             PIC X(08).                           00790000
008000     05 FILLER               PIC X(02).                           00800000
008100     05 HIST-OUTPUT          PIC X(40).                           00810000
008101     05 FILLER               PIC X(02).                           00810100
008102     05 HIST-VERSION         PIC X(08).                           00810200
008200 WORKING-STORAGE SECTION.                                         00820000
008300 01  WS-WORK-FIELDS.                                              00830000
008400     05 WS-TBL-CNT        PIC 9(03)   VALUE ZEROES.               00840000
012100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01210000
012200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01220000
012300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01230000
012301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01230100
012400     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01240000
012500        88 HIST-SUCCESS VALUE '00'.                               01250000
012600 PROCEDURE DIVISION.                                              01260000
012610*----------------------------------------------------------------*01261000
012620* START FROM AN EMPTY TABLE ON EVERY CALL - A CALLER STILL       *01262000
012630* HOLDING THIS PROGRAM FROM AN EARLIER CALL MUST NOT SEE THE     *01263000
012640* STANDINGS FOLDED TWICE                                         *01264000
012650*----------------------------------------------------------------*01265000
012660     INITIALIZE WS-STAND-TABLE.                                   01266000
012670     MOVE ZEROES                  TO WS-TBL-CNT.                  01267000
012680     MOVE ZEROES                  TO WS-REC-CNT.                  01268000
012690     MOVE SPACES                  TO WS-HIST-MSG.                 01269000
012700                                                                  01270000
012800     PERFORM 1000-AGGREGATE-HISTORY    THRU 1000-EXIT.            01280000
012900     PERFORM 2000-RANK-STANDINGS       THRU 2000-EXIT.            01290000
019001        IF LDR-PLAYER-NAME NOT = SPACES                           01900100
019002           MOVE LDR-PLAYER-NAME  TO WS-STD-NAME(WS-SLOT)          01900200
019003        END-IF                                                    01900300
019004        IF LDR-ADJUSTMENT                                         01900400
019005           PERFORM 1150-APPLY-ADJUSTMENT  THRU 1150-EXIT          01900500
019006        END-IF                                                    01900600
019100     END-IF.                                                      01910000
019200 1100-EXIT.                                                       01920000
019300     EXIT.                                                        01930000
019301                                                                  01930100
019302 1150-APPLY-ADJUSTMENT.                                           01930200
019303*----------------------------------------------------------------*01930300
019304* A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - THE POINTS           *01930400
019305* DIFFERENCE, AND THE CORRECTED ROUND MOVED FROM THE OUTCOME     *01930500
019306* IT LOST TO THE ONE IT GAINED                                   *01930600
019307*----------------------------------------------------------------*01930700
019308     IF LDR-ADJ-SIGN = '-'                                        01930800
019309        SUBTRACT LDR-ADJ-POINTS  FROM WS-STD-POINTS(WS-SLOT)      01930900
019310     ELSE                                                         01931000
019311        ADD LDR-ADJ-POINTS       TO WS-STD-POINTS(WS-SLOT)        01931100
019312     END-IF.                                                      01931200
019313     EVALUATE LDR-ADJ-OLD-OUT                                     01931300
019314        WHEN 'W'                                                  01931400
019315           SUBTRACT 1            FROM WS-STD-WIN(WS-SLOT)         01931500
019316        WHEN 'L'                                                  01931600
019317           SUBTRACT 1            FROM WS-STD-LOSE(WS-SLOT)        01931700
019318        WHEN 'D'                                                  01931800
019319           SUBTRACT 1            FROM WS-STD-DRAW(WS-SLOT)        01931900
019320     END-EVALUATE.                                                01932000
019321     EVALUATE LDR-ADJ-NEW-OUT                                     01932100
019322        WHEN 'W'                                                  01932200
019323           ADD 1                 TO WS-STD-WIN(WS-SLOT)           01932300
019324        WHEN 'L'                                                  01932400
019325           ADD 1                 TO WS-STD-LOSE(WS-SLOT)          01932500
019326        WHEN 'D'                                                  01932600
019327           ADD 1                 TO WS-STD-DRAW(WS-SLOT)          01932700
019328     END-EVALUATE.                                                01932800
019329 1150-EXIT.                                                       01932900
019330     EXIT.                                                        01933000
019400                                                                  01940000
019500 2000-RANK-STANDINGS.                                             01950000
019600*----------------------------------------------------------------*01960000
025000     MOVE WS-HIST-DATE          TO HIST-DATE.                     02500000
025100     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02510000
025200     MOVE 'AOCD2PG5'        TO HIST-PGM.                          02520000
025201     MOVE WS-HIST-VER       TO HIST-VERSION.                      02520100
025300     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02530000
025400     WRITE AUD-HIST-REC.                                          02540000
025500     CLOSE AUD-HIST.                                              02550000
