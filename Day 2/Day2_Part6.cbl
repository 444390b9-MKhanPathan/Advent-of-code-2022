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
004600     05 FILLER           PIC X(20).                               00460000
004601*----------------------------------------------------------------*00460100
004602* TYPE A MARKS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - ITS     *00460200
004603* NIGHT COLUMNS ARE ZERO AND THE CORRECTION TRAVELS HERE         *00460300
004604*----------------------------------------------------------------*00460400
004605     05 LDR-REC-TYPE     PIC X(01).                               00460500
004606        88 LDR-ADJUSTMENT             VALUE 'A'.                  00460600
004607     05 LDR-ADJ-SIGN     PIC X(01).                               00460700
004608     05 LDR-ADJ-POINTS   PIC 9(03).                               00460800
004609     05 LDR-ADJ-OLD-OUT  PIC X(01).                               00460900
004610     05 LDR-ADJ-NEW-OUT  PIC X(01).                               00461000
004611     05 FILLER           PIC X(12).                               00461100
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* NEXT-ROUND PAIRINGS IN AOCDAY2'S OWN RECORD FORMAT - THE       *00490000
007000     05 HIST-PGM             PIC X(08).                           00700000
007100     05 FILLER               PIC X(02).                           00710000
007200     05 HIST-OUTPUT          PIC X(40).                           00720000
007201     05 FILLER               PIC X(02).                           00720100
007202     05 HIST-VERSION         PIC X(08).                           00720200
007300 WORKING-STORAGE SECTION.                                         00730000
007400 01  WS-WORK-FIELDS.                                              00740000
007500     05 WS-TBL-CNT        PIC 9(03)   VALUE ZEROES.               00750000
011300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01130000
011400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01140000
011500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01150000
011501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01150100
011600     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01160000
011700        88 HIST-SUCCESS VALUE '00'.                               01170000
011800 PROCEDURE DIVISION.                                              01180000
018000        ADD LDR-WIN              TO WS-STD-WIN(WS-SLOT)           01800000
018100        ADD LDR-LOSE             TO WS-STD-LOSE(WS-SLOT)          01810000
018200        ADD LDR-DRAW             TO WS-STD-DRAW(WS-SLOT)          01820000
018201        IF LDR-ADJUSTMENT                                         01820100
018202           PERFORM 1150-APPLY-ADJUSTMENT  THRU 1150-EXIT          01820200
018203        END-IF                                                    01820300
018300     END-IF.                                                      01830000
018400 1100-EXIT.                                                       01840000
018500     EXIT.                                                        01850000
018501                                                                  01850100
018502 1150-APPLY-ADJUSTMENT.                                           01850200
018503*----------------------------------------------------------------*01850300
018504* A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - FOLDED EXACTLY AS    *01850400
018505* AOCD2PG5 FOLDS IT, SO THE PAIRINGS FOLLOW THE SAME RANKING     *01850500
018506*----------------------------------------------------------------*01850600
018507     IF LDR-ADJ-SIGN = '-'                                        01850700
018508        SUBTRACT LDR-ADJ-POINTS  FROM WS-STD-POINTS(WS-SLOT)      01850800
018509     ELSE                                                         01850900
018510        ADD LDR-ADJ-POINTS       TO WS-STD-POINTS(WS-SLOT)        01851000
018511     END-IF.                                                      01851100
018512     EVALUATE LDR-ADJ-OLD-OUT                                     01851200
018513        WHEN 'W'                                                  01851300
018514           SUBTRACT 1            FROM WS-STD-WIN(WS-SLOT)         01851400
018515        WHEN 'L'                                                  01851500
018516           SUBTRACT 1            FROM WS-STD-LOSE(WS-SLOT)        01851600
018517        WHEN 'D'                                                  01851700
018518           SUBTRACT 1            FROM WS-STD-DRAW(WS-SLOT)        01851800
018519     END-EVALUATE.                                                01851900
018520     EVALUATE LDR-ADJ-NEW-OUT                                     01852000
018521        WHEN 'W'                                                  01852100
018522           ADD 1                 TO WS-STD-WIN(WS-SLOT)           01852200
018523        WHEN 'L'                                                  01852300
018524           ADD 1                 TO WS-STD-LOSE(WS-SLOT)          01852400
018525        WHEN 'D'                                                  01852500
018526           ADD 1                 TO WS-STD-DRAW(WS-SLOT)          01852600
018527     END-EVALUATE.                                                01852700
018528 1150-EXIT.                                                       01852800
018529     EXIT.                                                        01852900
018600                                                                  01860000
018700 2000-RANK-STANDINGS.                                             01870000
018800*----------------------------------------------------------------*01880000
024500     MOVE WS-HIST-DATE          TO HIST-DATE.                     02450000
024600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02460000
024700     MOVE 'AOCD2PG6'        TO HIST-PGM.                          02470000
024701     MOVE WS-HIST-VER       TO HIST-VERSION.                      02470100
024800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02480000
024900     WRITE AUD-HIST-REC.                                          02490000
025000     CLOSE AUD-HIST.                                              02500000
