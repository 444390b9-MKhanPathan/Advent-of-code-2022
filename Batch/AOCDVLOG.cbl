000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - PROGRAM VERSION CHANGE LOG             *00020000
000300*----------------------------------------------------------------*00030000
000400*  EVERY SUITE PROGRAM STAMPS ITS VERSION ON THE AOCDHST ROW IT  *00040000
000500*  WRITES. THIS WALKS THE HISTORY OLDEST TO NEWEST AND REPORTS,  *00050000
000600*  PER PROGRAM, THE FIRST STAMPED RUN AND EVERY RUN AFTER WHICH  *00060000
000700*  THE VERSION CHANGED - SO WHEN A FIGURE LOOKS WRONG THE FIRST  *00070000
000800*  QUESTION, WHICH VERSION PRODUCED IT, IS ONE LOOKUP AWAY       *00080000
000900*----------------------------------------------------------------*00090000
001000 IDENTIFICATION DIVISION.                                         00100000
001100 PROGRAM-ID. AOCDVLOG.                                            00110000
001200 AUTHOR. z/OS Mainframer.                                         00120000
001300                                                                  00130000
001400 ENVIRONMENT DIVISION.                                            00140000
001500 INPUT-OUTPUT SECTION.                                            00150000
001600 FILE-CONTROL.                                                    00160000
001700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00170000
001800        ORGANIZATION    IS SEQUENTIAL                             00180000
001900         ACCESS MODE    IS SEQUENTIAL                             00190000
002000         FILE STATUS    IS HIST-FILE-STATUS.                      00200000
002100                                                                  00210000
002200*----------------------------------------------------------------*00220000
002300* ONE LINE PER VERSION EVENT, IN HISTORY ORDER                   *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT VLG-RPT     ASSIGN TO AOCDVLGR                        00250000
002600        ORGANIZATION    IS SEQUENTIAL                             00260000
002700         ACCESS MODE    IS SEQUENTIAL                             00270000
002800         FILE STATUS    IS VLG-FILE-STATUS.                       00280000
002900 DATA DIVISION.                                                   00290000
003000 FILE SECTION.                                                    00300000
003100 FD  AUD-HIST                                                     00310000
003200     DATA RECORD IS AUD-HIST-REC.                                 00320000
003300 01  AUD-HIST-REC.                                                00330000
003400     05 HIST-DATE            PIC 9(08).                           00340000
003500     05 FILLER               PIC X(02).                           00350000
003600     05 HIST-TIME            PIC 9(06).                           00360000
003700     05 FILLER               PIC X(02).                           00370000
003800     05 HIST-PGM             PIC X(08).                           00380000
003900     05 FILLER               PIC X(02).                           00390000
004000     05 HIST-OUTPUT          PIC X(40).                           00400000
004100     05 FILLER               PIC X(02).                           00410000
004200     05 HIST-VERSION         PIC X(08).                           00420000
004300                                                                  00430000
004400 FD  VLG-RPT.                                                     00440000
004500 01  VLG-REC.                                                     00450000
004600     05 VLG-PGM         PIC X(08).                                00460000
004700     05 FILLER          PIC X(02).                                00470000
004800     05 VLG-KIND        PIC X(12).                                00480000
004900     05 FILLER          PIC X(02).                                00490000
005000     05 VLG-DATE        PIC 9(08).                                00500000
005100     05 FILLER          PIC X(02).                                00510000
005200     05 VLG-TIME        PIC 9(06).                                00520000
005300     05 FILLER          PIC X(02).                                00530000
005400     05 VLG-OLD-VER     PIC X(08).                                00540000
005500     05 FILLER          PIC X(02).                                00550000
005600     05 VLG-NEW-VER     PIC X(08).                                00560000
005700     05 FILLER          PIC X(20).                                00570000
005800                                                                  00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01  WS-WORK-FIELDS.                                              00600000
006100     05 WS-PGM-CNT        PIC 9(03)   VALUE ZEROES.               00610000
006200     05 WS-MAX-PGMS       PIC 9(03)   VALUE 500.                  00620000
006300     05 WS-I              PIC 9(03)   VALUE ZEROES.               00630000
006400     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               00640000
006500     05 WS-ROW-CNT        PIC 9(07)   VALUE ZEROES.               00650000
006600     05 WS-UNSTAMPED-CNT  PIC 9(07)   VALUE ZEROES.               00660000
006700     05 WS-CHANGE-CNT     PIC 9(05)   VALUE ZEROES.               00670000
006800     05 WS-PGM-FILTER     PIC X(08)   VALUE SPACES.               00680000
006900                                                                  00690000
007000*----------------------------------------------------------------*00700000
007100* ONE ENTRY PER PROGRAM - THE VERSION OF ITS LAST STAMPED RUN    *00710000
007200*----------------------------------------------------------------*00720000
007300 01  WS-PGM-TABLE.                                                00730000
007400     05 WS-PT-ENTRY       OCCURS 500 TIMES.                       00740000
007500        10 WS-PT-PGM      PIC X(08).                              00750000
007600        10 WS-PT-VER      PIC X(08).                              00760000
007700        10 WS-PT-CHANGES  PIC 9(05).                              00770000
007800                                                                  00780000
007900 01  WS-SWITCHES.                                                 00790000
008000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               00800000
008100        88 HIST-SUCCESS   VALUE '00'.                             00810000
008200        88 HIST-EOF       VALUE '10'.                             00820000
008300     05 VLG-FILE-STATUS   PIC X(02)   VALUE SPACES.               00830000
008400        88 VLG-SUCCESS    VALUE '00'.                             00840000
008500*----------------------------------------------------------------*00850000
008600* AN OPTIONAL PROGRAM-ID LIMITS THE LOG TO ONE PROGRAM. BLANK    *00860000
008700* REPORTS EVERY PROGRAM ON THE HISTORY                           *00870000
008800*----------------------------------------------------------------*00880000
008900 LINKAGE SECTION.                                                 00890000
009000 01  LS-PARM-DATA.                                                00900000
009100     05 LS-PGM-PARM     PIC X(08)   VALUE SPACES.                 00910000
009200 PROCEDURE DIVISION USING LS-PARM-DATA.                           00920000
009300                                                                  00930000
009400     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            00940000
009500     PERFORM 1000-SCAN-HISTORY         THRU 1000-EXIT.            00950000
009600     PERFORM 3000-WRITE-TOTALS         THRU 3000-EXIT.            00960000
009700     GOBACK.                                                      00970000
009800                                                                  00980000
009900 0400-INIT-PARM.                                                  00990000
010000     MOVE LS-PGM-PARM          TO WS-PGM-FILTER.                  01000000
010100     IF WS-PGM-FILTER = SPACES                                    01010000
010200        DISPLAY 'VERSION LOG FOR ALL PROGRAMS'                    01020000
010300     ELSE                                                         01030000
010400        DISPLAY 'VERSION LOG FOR ' WS-PGM-FILTER                  01040000
010500     END-IF.                                                      01050000
010600 0400-EXIT.                                                       01060000
010700     EXIT.                                                        01070000
010800                                                                  01080000
010900 1000-SCAN-HISTORY.                                               01090000
011000     OPEN INPUT AUD-HIST.                                         01100000
011100     IF NOT HIST-SUCCESS                                          01110000
011200        DISPLAY 'ERROR - UNABLE TO OPEN AOCDHST, STATUS: '        01120000
011300                HIST-FILE-STATUS                                  01130000
011400        MOVE 16             TO RETURN-CODE                        01140000
011500        GOBACK                                                    01150000
011600     END-IF.                                                      01160000
011700     OPEN OUTPUT VLG-RPT.                                         01170000
011800     IF NOT VLG-SUCCESS                                           01180000
011900        DISPLAY 'ERROR - UNABLE TO OPEN AOCDVLGR, STATUS: '       01190000
012000                VLG-FILE-STATUS                                   01200000
012100        CLOSE AUD-HIST                                            01210000
012200        MOVE 16             TO RETURN-CODE                        01220000
012300        GOBACK                                                    01230000
012400     END-IF.                                                      01240000
012500     PERFORM UNTIL HIST-EOF                                       01250000
012600        READ AUD-HIST                                             01260000
012700             AT END                                               01270000
012800                SET HIST-EOF TO TRUE                              01280000
012900             NOT AT END                                           01290000
013000                ADD 1            TO WS-ROW-CNT                    01300000
013100                IF WS-PGM-FILTER = SPACES                         01310000
013200                   OR HIST-PGM = WS-PGM-FILTER                    01320000
013300                   PERFORM 2000-CHECK-ONE-ROW  THRU 2000-EXIT     01330000
013400                END-IF                                            01340000
013500        END-READ                                                  01350000
013600     END-PERFORM.                                                 01360000
013700     CLOSE AUD-HIST.                                              01370000
013800 1000-EXIT.                                                       01380000
013900     EXIT.                                                        01390000
014000                                                                  01400000
014100 2000-CHECK-ONE-ROW.                                              01410000
014200*----------------------------------------------------------------*01420000
014300* ROWS WRITTEN BEFORE PROGRAMS CARRIED A VERSION HAVE A BLANK    *01430000
014400* STAMP AND ARE ONLY COUNTED. THE FIRST STAMPED RUN OF A PROGRAM *01440000
014500* OPENS ITS LOG, AND ANY LATER RUN ON A DIFFERENT STAMP - UP OR  *01450000
014600* BACK, A FALLBACK IS A CHANGE TOO - IS LOGGED AS A CHANGE       *01460000
014700*----------------------------------------------------------------*01470000
014800     IF HIST-VERSION = SPACES OR HIST-VERSION = LOW-VALUES        01480000
014900        ADD 1                 TO WS-UNSTAMPED-CNT                 01490000
015000        GO TO 2000-EXIT                                           01500000
015100     END-IF.                                                      01510000
015200     MOVE ZEROES              TO WS-SLOT.                         01520000
015300     PERFORM VARYING WS-I FROM 1 BY 1                             01530000
015400               UNTIL WS-I > WS-PGM-CNT                            01540000
015500                  OR WS-SLOT > ZEROES                             01550000
015600        IF WS-PT-PGM(WS-I) = HIST-PGM                             01560000
015700           MOVE WS-I             TO WS-SLOT                       01570000
015800        END-IF                                                    01580000
015900     END-PERFORM.                                                 01590000
016000     INITIALIZE               VLG-REC.                            01600000
016100     MOVE HIST-PGM            TO VLG-PGM.                         01610000
016200     MOVE HIST-DATE           TO VLG-DATE.                        01620000
016300     MOVE HIST-TIME           TO VLG-TIME.                        01630000
016400     MOVE HIST-VERSION        TO VLG-NEW-VER.                     01640000
016500     IF WS-SLOT = ZEROES                                          01650000
016600        IF WS-PGM-CNT NOT < WS-MAX-PGMS                           01660000
016700           DISPLAY 'PROGRAM CAPACITY (500) EXCEEDED: ' HIST-PGM   01670000
016800           MOVE 16             TO RETURN-CODE                     01680000
016900           GO TO 2000-EXIT                                        01690000
017000        END-IF                                                    01700000
017100        ADD 1                 TO WS-PGM-CNT                       01710000
017200        MOVE WS-PGM-CNT       TO WS-SLOT                          01720000
017300        INITIALIZE            WS-PT-ENTRY(WS-SLOT)                01730000
017400        MOVE HIST-PGM         TO WS-PT-PGM(WS-SLOT)               01740000
017500        MOVE HIST-VERSION     TO WS-PT-VER(WS-SLOT)               01750000
017600        MOVE 'FIRST STAMP'    TO VLG-KIND                         01760000
017700        WRITE VLG-REC                                             01770000
017800        GO TO 2000-EXIT                                           01780000
017900     END-IF.                                                      01790000
018000     IF HIST-VERSION = WS-PT-VER(WS-SLOT)                         01800000
018100        GO TO 2000-EXIT                                           01810000
018200     END-IF.                                                      01820000
018300     MOVE 'CHANGED'           TO VLG-KIND.                        01830000
018400     MOVE WS-PT-VER(WS-SLOT)  TO VLG-OLD-VER.                     01840000
018500     WRITE VLG-REC.                                               01850000
018600     DISPLAY HIST-PGM ' ' HIST-DATE ' ' WS-PT-VER(WS-SLOT)        01860000
018700             ' TO ' HIST-VERSION.                                 01870000
018800     MOVE HIST-VERSION        TO WS-PT-VER(WS-SLOT).              01880000
018900     ADD 1                    TO WS-PT-CHANGES(WS-SLOT).          01890000
019000     ADD 1                    TO WS-CHANGE-CNT.                   01900000
019100 2000-EXIT.                                                       01910000
019200     EXIT.                                                        01920000
019300                                                                  01930000
019400 3000-WRITE-TOTALS.                                               01940000
019500*----------------------------------------------------------------*01950000
019600* CLOSE THE LOG AND LIST EACH PROGRAM ON ITS CURRENT VERSION     *01960000
019700*----------------------------------------------------------------*01970000
019800     CLOSE VLG-RPT.                                               01980000
019900     PERFORM VARYING WS-I FROM 1 BY 1                             01990000
020000               UNTIL WS-I > WS-PGM-CNT                            02000000
020100        DISPLAY WS-PT-PGM(WS-I) ' NOW ' WS-PT-VER(WS-I)           02010000
020200                ' CHANGES ' WS-PT-CHANGES(WS-I)                   02020000
020300     END-PERFORM.                                                 02030000
020400     DISPLAY 'HISTORY ROWS ' WS-ROW-CNT                           02040000
020500             ' UNSTAMPED ' WS-UNSTAMPED-CNT                       02050000
020600             ' PROGRAMS ' WS-PGM-CNT                              02060000
020700             ' VERSION CHANGES ' WS-CHANGE-CNT.                   02070000
020800 3000-EXIT.                                                       02080000
020900     EXIT.                                                        02090000
