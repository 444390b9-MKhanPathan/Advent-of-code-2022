000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 13                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  CRANE TRAVEL-COST MODEL. STACK NUMBERS SAY NOTHING ABOUT THE  *00040000
000500*  FLOOR - STACK 3 AND STACK 40 ARE A LONG WAY APART. CALLED BY  *00050000
000600*  ANY STEP THAT PRICES CRANE WORK, THIS ROUTINE LOADS THE       *00060000
000700*  AOCD5BAY BAY MAP (AISLE AND POSITION OF EACH STACK) AND THE   *00070000
000800*  AOCD5TCM RATE CARD ONCE PER RUN UNIT, THEN PRICES ONE MOVE IN *00080000
000900*  CRANE MINUTES: A SET-UP CHARGE, A LIFT CHARGE PER CRATE, THE  *00090000
001000*  EMPTY RUN FROM WHERE THE CRANE LAST SET DOWN TO THE SOURCE    *00100000
001100*  STACK, AND THE LOADED RUN TO THE DESTINATION. WITHIN AN AISLE *00110000
001200*  THE CRANE TRAVELS POSITION TO POSITION; CHANGING AISLES IT    *00120000
001300*  RUNS OUT TO THE CROSS AISLE AT POSITION ZERO AND BACK IN      *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD5PGD.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* BAY MAP - AISLE AND POSITION ALONG THE AISLE FOR EACH STACK    *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT BAY-FILE     ASSIGN TO AOCD5BAY                       00250000
002600         ORGANIZATION    IS SEQUENTIAL                            00260000
002700          ACCESS MODE    IS SEQUENTIAL                            00270000
002800          FILE STATUS    IS BAY-FILE-STATUS.                      00280000
002900                                                                  00290000
003000*----------------------------------------------------------------*00300000
003100* TRAVEL-COST RATE CARD - ONE RECORD OF MINUTE RATES             *00310000
003200*----------------------------------------------------------------*00320000
003300     SELECT TCM-FILE     ASSIGN TO AOCD5TCM                       00330000
003400         ORGANIZATION    IS SEQUENTIAL                            00340000
003500          ACCESS MODE    IS SEQUENTIAL                            00350000
003600          FILE STATUS    IS TCM-FILE-STATUS.                      00360000
003700                                                                  00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000 FD  BAY-FILE.                                                    00400000
004100 01  BAY-REC.                                                     00410000
004200     05 BAY-STACK       PIC 9(02).                                00420000
004300     05 FILLER          PIC X(01).                                00430000
004400     05 BAY-AISLE       PIC 9(02).                                00440000
004500     05 FILLER          PIC X(01).                                00450000
004600     05 BAY-POS         PIC 9(03).                                00460000
004700                                                                  00470000
004800 FD  TCM-FILE.                                                    00480000
004900 01  TCM-REC.                                                     00490000
005000     05 TCM-SETUP-MIN   PIC 9(02)V99.                             00500000
005100     05 FILLER          PIC X(01).                                00510000
005200     05 TCM-LIFT-MIN    PIC 9(02)V99.                             00520000
005300     05 FILLER          PIC X(01).                                00530000
005400     05 TCM-POS-MIN     PIC 9(02)V99.                             00540000
005500     05 FILLER          PIC X(01).                                00550000
005600     05 TCM-AISLE-MIN   PIC 9(02)V99.                             00560000
005700                                                                  00570000
005800 WORKING-STORAGE SECTION.                                         00580000
005900*----------------------------------------------------------------*00590000
006000* WHERE EACH STACK STANDS - A STACK MISSING FROM THE MAP IS      *00600000
006100* PRICED AS IF IN AISLE 01 AT A POSITION EQUAL TO ITS NUMBER     *00610000
006200*----------------------------------------------------------------*00620000
006300 01  WS-BAY-TABLE.                                                00630000
006400     05 WS-BAY-ENTRY      OCCURS 99 TIMES.                        00640000
006500        10 WS-BAY-AISLE   PIC 9(02).                              00650000
006600        10 WS-BAY-POS     PIC 9(03).                              00660000
006700        10 WS-BAY-MAPPED  PIC X(01).                              00670000
006800                                                                  00680000
006900*----------------------------------------------------------------*00690000
007000* THE RATES IN FORCE - THE DEFAULTS STAND WHEN NO RATE CARD      *00700000
007100* IS SUPPLIED                                                    *00710000
007200*----------------------------------------------------------------*00720000
007300 01  WS-RATES.                                                    00730000
007400     05 WS-SETUP-MIN      PIC 9(02)V99  VALUE 0.50.               00740000
007500     05 WS-LIFT-MIN       PIC 9(02)V99  VALUE 0.25.               00750000
007600     05 WS-POS-MIN        PIC 9(02)V99  VALUE 0.10.               00760000
007700     05 WS-AISLE-MIN      PIC 9(02)V99  VALUE 1.50.               00770000
007800                                                                  00780000
007900 01  WS-WORK-FIELDS.                                              00790000
008000     05 WS-I              PIC 9(03)   VALUE ZEROES.               00800000
008100     05 WS-A              PIC 9(02)   VALUE ZEROES.               00810000
008200     05 WS-B              PIC 9(02)   VALUE ZEROES.               00820000
008300     05 WS-POS-DIST       PIC 9(04)   VALUE ZEROES.               00830000
008400     05 WS-AISLE-DIST     PIC 9(02)   VALUE ZEROES.               00840000
008500     05 WS-LEG-MIN        PIC 9(04)V99  VALUE ZEROES.             00850000
008600     05 WS-MAPPED-CNT     PIC 9(02)   VALUE ZEROES.               00860000
008700     05 WS-LOADED-SW      PIC X(01)   VALUE 'N'.                  00870000
008800        88 WS-MODEL-LOADED VALUE 'Y'.                             00880000
008900                                                                  00890000
009000 01  WS-SWITCHES.                                                 00900000
009100     05 BAY-FILE-STATUS   PIC X(02)   VALUE SPACES.               00910000
009200        88 BAY-SUCCESS    VALUE '00'.                             00920000
009300        88 BAY-EOF        VALUE '10'.                             00930000
009400     05 TCM-FILE-STATUS   PIC X(02)   VALUE SPACES.               00940000
009500        88 TCM-SUCCESS    VALUE '00'.                             00950000
009600                                                                  00960000
009700*----------------------------------------------------------------*00970000
009800* THE CALLER PASSES THE CRANE'S LAST SET-DOWN STACK (00 FOR A    *00980000
009900* CRANE NOT YET MOVED) AND THE MOVE, AND GETS BACK ITS MINUTES,  *00990000
010000* THE EMPTY-RUN SHARE OF THEM, AND Y (PRICED ON THE MAP), D (A   *01000000
010100* STACK WAS NOT ON THE MAP) OR N (BAD STACK NUMBER, NOT PRICED)  *01010000
010200*----------------------------------------------------------------*01020000
010300 LINKAGE SECTION.                                                 01030000
010400 01  LS-TRV-AREA.                                                 01040000
010500     05 LS-TRV-PREV       PIC 9(02).                              01050000
010600     05 LS-TRV-FROM       PIC 9(02).                              01060000
010700     05 LS-TRV-TO         PIC 9(02).                              01070000
010800     05 LS-TRV-CRATES     PIC 9(03).                              01080000
010900     05 LS-TRV-MINUTES    PIC 9(04)V99.                           01090000
011000     05 LS-TRV-EMPTY      PIC 9(04)V99.                           01100000
011100     05 LS-TRV-RESULT     PIC X(01).                              01110000
011200                                                                  01120000
011300 PROCEDURE DIVISION USING LS-TRV-AREA.                            01130000
011400                                                                  01140000
011500     IF NOT WS-MODEL-LOADED                                       01150000
011600        PERFORM 0500-LOAD-BAY-MAP      THRU 0500-EXIT             01160000
011700        PERFORM 0600-LOAD-RATE-CARD    THRU 0600-EXIT             01170000
011800        SET WS-MODEL-LOADED            TO TRUE                    01180000
011900     END-IF.                                                      01190000
012000     MOVE ZEROES              TO LS-TRV-MINUTES LS-TRV-EMPTY.     01200000
012100     MOVE 'Y'                 TO LS-TRV-RESULT.                   01210000
012200     IF LS-TRV-FROM NOT NUMERIC OR LS-TRV-TO NOT NUMERIC          01220000
012300        OR LS-TRV-FROM = ZEROES OR LS-TRV-TO = ZEROES             01230000
012400        OR LS-TRV-CRATES NOT NUMERIC                              01240000
012500        MOVE 'N'              TO LS-TRV-RESULT                    01250000
012600        GOBACK                                                    01260000
012700     END-IF.                                                      01270000
012800*----------------------------------------------------------------*01280000
012900* THE EMPTY RUN TO THE SOURCE, THEN THE LOADED RUN               *01290000
013000*----------------------------------------------------------------*01300000
013100     IF LS-TRV-PREV IS NUMERIC AND LS-TRV-PREV > ZEROES           01310000
013200        MOVE LS-TRV-PREV      TO WS-A                             01320000
013300        MOVE LS-TRV-FROM      TO WS-B                             01330000
013400        PERFORM 1000-PRICE-LEG       THRU 1000-EXIT               01340000
013500        MOVE WS-LEG-MIN       TO LS-TRV-EMPTY                     01350000
013600     END-IF.                                                      01360000
013700     MOVE LS-TRV-FROM         TO WS-A.                            01370000
013800     MOVE LS-TRV-TO           TO WS-B.                            01380000
013900     PERFORM 1000-PRICE-LEG          THRU 1000-EXIT.              01390000
014000     COMPUTE LS-TRV-MINUTES ROUNDED = WS-SETUP-MIN                01400000
014100                            + WS-LIFT-MIN * LS-TRV-CRATES         01410000
014200                            + LS-TRV-EMPTY + WS-LEG-MIN.          01420000
014300     GOBACK.                                                      01430000
014400                                                                  01440000
014500 0500-LOAD-BAY-MAP.                                               01450000
014600     PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99             01460000
014700        MOVE 1                TO WS-BAY-AISLE(WS-I)               01470000
014800        MOVE WS-I             TO WS-BAY-POS(WS-I)                 01480000
014900        MOVE 'N'              TO WS-BAY-MAPPED(WS-I)              01490000
015000     END-PERFORM.                                                 01500000
015100     OPEN INPUT BAY-FILE.                                         01510000
015200     IF NOT BAY-SUCCESS                                           01520000
015300        DISPLAY 'NO BAY MAP - STACKS PRICED AS ONE AISLE'         01530000
015400        GO TO 0500-EXIT                                           01540000
015500     END-IF.                                                      01550000
015600     PERFORM UNTIL BAY-EOF                                        01560000
015700        READ BAY-FILE                                             01570000
015800             AT END                                               01580000
015900                SET BAY-EOF TO TRUE                               01590000
016000             NOT AT END                                           01600000
016100                IF BAY-STACK IS NUMERIC AND BAY-STACK > ZEROES    01610000
016200                   AND BAY-AISLE IS NUMERIC                       01620000
016300                   AND BAY-POS IS NUMERIC                         01630000
016400                   MOVE BAY-AISLE   TO WS-BAY-AISLE(BAY-STACK)    01640000
016500                   MOVE BAY-POS     TO WS-BAY-POS(BAY-STACK)      01650000
016600                   MOVE 'Y'         TO WS-BAY-MAPPED(BAY-STACK)   01660000
016700                   ADD 1            TO WS-MAPPED-CNT              01670000
016800                ELSE                                              01680000
016900                   DISPLAY 'BAY MAP RECORD SKIPPED: ' BAY-REC     01690000
017000                END-IF                                            01700000
017100        END-READ                                                  01710000
017200     END-PERFORM.                                                 01720000
017300     CLOSE BAY-FILE.                                              01730000
017400     DISPLAY 'STACKS ON BAY MAP: ' WS-MAPPED-CNT.                 01740000
017500 0500-EXIT.                                                       01750000
017600     EXIT.                                                        01760000
017700                                                                  01770000
017800 0600-LOAD-RATE-CARD.                                             01780000
017900     OPEN INPUT TCM-FILE.                                         01790000
018000     IF NOT TCM-SUCCESS                                           01800000
018100        DISPLAY 'NO TRAVEL-COST RATE CARD - DEFAULT RATES USED'   01810000
018200        GO TO 0600-EXIT                                           01820000
018300     END-IF.                                                      01830000
018400     READ TCM-FILE                                                01840000
018500          AT END                                                  01850000
018600             DISPLAY 'EMPTY TRAVEL-COST RATE CARD - '             01860000
018700                     'DEFAULT RATES USED'                         01870000
018800          NOT AT END                                              01880000
018900             IF TCM-SETUP-MIN IS NUMERIC                          01890000
019000                AND TCM-LIFT-MIN IS NUMERIC                       01900000
019100                AND TCM-POS-MIN IS NUMERIC                        01910000
019200                AND TCM-AISLE-MIN IS NUMERIC                      01920000
019300                MOVE TCM-SETUP-MIN  TO WS-SETUP-MIN               01930000
019400                MOVE TCM-LIFT-MIN   TO WS-LIFT-MIN                01940000
019500                MOVE TCM-POS-MIN    TO WS-POS-MIN                 01950000
019600                MOVE TCM-AISLE-MIN  TO WS-AISLE-MIN               01960000
019700             ELSE                                                 01970000
019800                DISPLAY 'BAD TRAVEL-COST RATE CARD - '            01980000
019900                        'DEFAULT RATES USED'                      01990000
020000             END-IF                                               02000000
020100     END-READ.                                                    02010000
020200     CLOSE TCM-FILE.                                              02020000
020300 0600-EXIT.                                                       02030000
020400     EXIT.                                                        02040000
020500                                                                  02050000
020600 1000-PRICE-LEG.                                                  02060000
020700*----------------------------------------------------------------*02070000
020800* MINUTES FOR THE CRANE TO RUN FROM STACK WS-A TO STACK WS-B     *02080000
020900*----------------------------------------------------------------*02090000
021000     MOVE ZEROES              TO WS-LEG-MIN.                      02100000
021100     IF WS-BAY-MAPPED(WS-A) = 'N' OR WS-BAY-MAPPED(WS-B) = 'N'    02110000
021200        MOVE 'D'              TO LS-TRV-RESULT                    02120000
021300     END-IF.                                                      02130000
021400     IF WS-A = WS-B                                               02140000
021500        GO TO 1000-EXIT                                           02150000
021600     END-IF.                                                      02160000
021700     IF WS-BAY-AISLE(WS-A) = WS-BAY-AISLE(WS-B)                   02170000
021800        IF WS-BAY-POS(WS-A) > WS-BAY-POS(WS-B)                    02180000
021900           COMPUTE WS-POS-DIST = WS-BAY-POS(WS-A)                 02190000
022000                               - WS-BAY-POS(WS-B)                 02200000
022100        ELSE                                                      02210000
022200           COMPUTE WS-POS-DIST = WS-BAY-POS(WS-B)                 02220000
022300                               - WS-BAY-POS(WS-A)                 02230000
022400        END-IF                                                    02240000
022500        COMPUTE WS-LEG-MIN ROUNDED = WS-POS-DIST * WS-POS-MIN     02250000
022600        GO TO 1000-EXIT                                           02260000
022700     END-IF.                                                      02270000
022800     COMPUTE WS-POS-DIST = WS-BAY-POS(WS-A) + WS-BAY-POS(WS-B).   02280000
022900     IF WS-BAY-AISLE(WS-A) > WS-BAY-AISLE(WS-B)                   02290000
023000        COMPUTE WS-AISLE-DIST = WS-BAY-AISLE(WS-A)                02300000
023100                              - WS-BAY-AISLE(WS-B)                02310000
023200     ELSE                                                         02320000
023300        COMPUTE WS-AISLE-DIST = WS-BAY-AISLE(WS-B)                02330000
023400                              - WS-BAY-AISLE(WS-A)                02340000
023500     END-IF.                                                      02350000
023600     COMPUTE WS-LEG-MIN ROUNDED = WS-POS-DIST * WS-POS-MIN        02360000
023700                                + WS-AISLE-DIST * WS-AISLE-MIN.   02370000
023800 1000-EXIT.                                                       02380000
023900     EXIT.                                                        02390000
