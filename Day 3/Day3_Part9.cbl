125070         ACCESS MODE    IS SEQUENTIAL                             12507000
125080         FILE STATUS    IS LOCK-FILE-STATUS.                      12508000
125090                                                                  12509000
125091*----------------------------------------------------------------*12509100
125092* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *12509200
125093* THIS PROGRAM WROTE TO AOCD3BDG                                 *12509300
125094*----------------------------------------------------------------*12509400
125095     SELECT HND-FILE    ASSIGN TO AOCDSHND                        12509500
125096        ORGANIZATION    IS SEQUENTIAL                             12509600
125097         ACCESS MODE    IS SEQUENTIAL                             12509700
125098         FILE STATUS    IS HND-FILE-STATUS.                       12509800
125099                                                                  12509900
008800     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00880000
008900        ORGANIZATION    IS SEQUENTIAL                             00890000
009000         ACCESS MODE    IS SEQUENTIAL                             00900000
017900                                                                  01790000
018000 FD  FRH-HIST.                                                    01800000
018100 01  FRH-REC.                                                     01810000
018200     05 FRH-RUN-DATE        PIC 9(08).                            01820000
018300     05 FILLER              PIC X(02).                            01830000
018400     05 FRH-ITEM            PIC X(01).                            01840000
018500     05 FILLER              PIC X(01).                            01850000
125200     05 FILLER               PIC X(02).                           12520000
125210     05 LCK-TIME             PIC 9(06).                           12521000
125220                                                                  12522000
125221 FD  HND-FILE.                                                    12522100
125222     COPY AOCDHND.                                                12522200
125223                                                                  12522300
019600 FD  AUD-HIST                                                     01960000
019700     DATA RECORD IS AUD-HIST-REC.                                 01970000
019800 01  AUD-HIST-REC.                                                01980000
020300     05 HIST-PGM             PIC X(08).                           02030000
020400     05 FILLER               PIC X(02).                           02040000
020500     05 HIST-OUTPUT          PIC X(40).                           02050000
020501     05 FILLER               PIC X(02).                           02050100
020502     05 HIST-VERSION         PIC X(08).                           02050200
020600                                                                  02060000
020700 WORKING-STORAGE SECTION.                                         02070000
020800 01  WS-WORK-FIELDS.                                              02080000
034900     05 SEXC-FILE-STATUS   PIC X(02)  VALUE SPACES.               03490000
035000        88 SEXC-SUCCESS    VALUE '00'.                            03500000
035100     05 WS-RUN-DATE        PIC 9(06)  VALUE ZEROES.               03510000
035150     05 WS-RUN-DATE-8      PIC 9(08)  VALUE ZEROES.               03515000
035200     05 TYPE-STATUS         PIC X(01)   VALUE SPACES.             03520000
035300        88 TYPE-FOUND       VALUE 'Y'.                            03530000
035400        88 TYPE-NOT-FOUND   VALUE 'N'.                            03540000
035600        88 WS-REJ-FROM-SACK  VALUE 'S'.                           03560000
035700        88 WS-REJ-FROM-GROUP VALUE 'G'.                           03570000
035800                                                                  03580000
035801*----------------------------------------------------------------*03580100
035802* HANDOFF COUNT - THE AOCD3BDG RECORDS THIS RUN WROTE            *03580200
035803*----------------------------------------------------------------*03580300
035804 01  WS-HND-FIELDS.                                               03580400
035805     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               03580500
035806        88 HND-SUCCESS    VALUE '00'.                             03580600
035807     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               03580700
035808     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               03580800
035809                                                                  03580900
035900*----------------------------------------------------------------*03590000
036000*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST               *03600000
036100*----------------------------------------------------------------*03610000
036300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03630000
036400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03640000
036500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03650000
036501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03650100
036600     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               03660000
036700        88 HIST-SUCCESS VALUE '00'.                               03670000
036800                                                                  03680000
040000     OPEN EXTEND FRH-HIST.                                        04000000
040100     OPEN EXTEND SUITE-EXC.                                       04010000
040200     ACCEPT WS-RUN-DATE       FROM DATE.                          04020000
040250     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 04025000
040300     IF SUCCESS                                                   04030000
040400        PERFORM UNTIL EOF                                         04040000
040500           READ RUCK-SACK                                         04050000
041600        CLOSE WRN-RPT                                             04160000
041700        CLOSE WGT-RPT                                             04170000
041800        CLOSE BDG-RPT                                             04180000
041801        PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT                04180100
041900        CLOSE JRN-RPT                                             04190000
042000        CLOSE SUITE-EXC                                           04200000
042100        PERFORM 4500-WRITE-BACK-LEDGER  THRU 4500-EXIT            04210000
062000                MOVE WS-PRIORITY         TO BDG-ITEM              06200000
062100                MOVE WS-L-PRTY            TO BDG-PRTY             06210000
062200                WRITE BDG-REC                                     06220000
062201                ADD 1                 TO WS-HND-CNT               06220100
062300        END-SEARCH                                                06230000
062400     ELSE                                                         06240000
062500        IF WS-PRIORITY IS ALPHABETIC-UPPER                        06250000
063200                   MOVE WS-PRIORITY         TO BDG-ITEM           06320000
063300                   MOVE WS-PRTY-VAL-U(INDXU) TO BDG-PRTY          06330000
063400                   WRITE BDG-REC                                  06340000
063401                   ADD 1                 TO WS-HND-CNT            06340100
063500           END-SEARCH                                             06350000
063600        ELSE                                                      06360000
063700           DISPLAY 'Invalid Priority: ' WS-PRIORITY               06370000
077300       MOVE WS-FREQ-LETTER(INDXF)   TO FRQ-ITEM                   07730000
077400       MOVE WS-FREQ-COUNT(INDXF)    TO FRQ-COUNT                  07740000
077500       WRITE FRQ-REC                                              07750000
077600       MOVE WS-RUN-DATE-8           TO FRH-RUN-DATE               07760000
077700       MOVE WS-FREQ-LETTER(INDXF)   TO FRH-ITEM                   07770000
077800       MOVE WS-FREQ-COUNT(INDXF)    TO FRH-COUNT                  07780000
077900       WRITE FRH-REC                                              07790000
091200* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *09120000
091300* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *09130000
091400*----------------------------------------------------------------*09140000
091500     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  09150000
091600     MOVE 'AOCD3PG9'           TO EXC-PGM.                        09160000
091700     WRITE SUITE-EXC-REC.                                         09170000
091800 3900-EXIT.                                                       09180000
117470     OPEN EXTEND BAL-FILE.                                        11747000
117480     IF BAL-SUCCESS                                               11748000
117490        INITIALIZE            SUITE-BAL-REC                       11749000
117500        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11750000
117510        MOVE 'AOCD3PG9'       TO BAL-PGM                          11751000
117511        MOVE WS-HIST-VER      TO BAL-VERSION                      11751100
117520        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     11752000
117530        MOVE WS-SACK-CNT      TO BAL-OUT-CNT                      11753000
117540        WRITE SUITE-BAL-REC                                       11754000
117570 9700-EXIT.                                                       11757000
117580     EXIT.                                                        11758000
117590                                                                  11759000
117591*----------------------------------------------------------------*11759100
117592* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT WROTE TO      *11759200
117593* AOCD3BDG - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *11759300
117594*----------------------------------------------------------------*11759400
117595 9750-WRITE-HANDOFF.                                              11759500
117596     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 11759600
117597     OPEN EXTEND HND-FILE.                                        11759700
117598     IF HND-SUCCESS                                               11759800
117599        INITIALIZE            HANDOFF-CNT-REC                     11759900
117600        MOVE WS-HND-DATE      TO HND-RUN-DATE                     11760000
117601        MOVE 'AOCD3PG9'       TO HND-PGM                          11760100
117602        MOVE 'AOCD3BDG'       TO HND-DD                           11760200
117603        SET HND-WRITER        TO TRUE                             11760300
117604        MOVE WS-HND-CNT       TO HND-REC-CNT                      11760400
117605        MOVE WS-HIST-VER      TO HND-VERSION                      11760500
117606        WRITE HANDOFF-CNT-REC                                     11760600
117607        CLOSE HND-FILE                                            11760700
117608     END-IF.                                                      11760800
117609 9750-EXIT.                                                       11760900
117610     EXIT.                                                        11761000
117611                                                                  11761100
092100*----------------------------------------------------------------*09210000
092200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *09220000
092300*----------------------------------------------------------------*09230000
092900     MOVE WS-HIST-DATE          TO HIST-DATE.                     09290000
093000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     09300000
093100     MOVE 'AOCD3PG9'        TO HIST-PGM.                          09310000
093101     MOVE WS-HIST-VER       TO HIST-VERSION.                      09310100
093200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   09320000
093300     WRITE AUD-HIST-REC.                                          09330000
093400     CLOSE AUD-HIST.                                              09340000
