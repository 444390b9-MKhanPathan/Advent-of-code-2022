000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - CLOSED PERIOD POSTING CHECK            *00020000
000300*----------------------------------------------------------------*00030000
000400*  AOCDBCAL MARKS THE PERIOD-END DATES AND AOCDPCLO CLOSES EACH  *00040000
000500*  PERIOD ON AOCDPCTL ONCE ITS STATEMENTS ARE PRINTED. PROGRAMS  *00050000
000600*  THAT POST INTO REPORTED FIGURES CALL THIS CHECKER WITH THE    *00060000
000700*  DATE OF EACH TRANSACTION AND GET BACK O (OPEN), C (CLOSED -   *00070000
000800*  REFUSE IT) OR R (CLOSED BUT REOPENED FOR THE CALLER TODAY ON  *00080000
000900*  AN AUTHORIZED CARD). THE CONTROL FILE IS READ ON THE FIRST    *00090000
000920*  CALL OF THE RUN ONLY - NO CONTROL FILE, NOTHING IS CLOSED.    *00092000
000940*  A CONTROL FILE TOO BIG FOR THE TABLE CANNOT BE TRUSTED, SO    *00094000
000960*  EVERY DATE IS ANSWERED C WITH RETURN CODE 16 UNTIL IT IS      *00096000
000980*  CLEARED DOWN - A POSTING IS NEVER LET INTO A PERIOD UNSEEN    *00098000
001100*----------------------------------------------------------------*00110000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. AOCDPCHK.                                            00130000
001400 AUTHOR. z/OS Mainframer.                                         00140000
001500                                                                  00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900*----------------------------------------------------------------*00190000
002000* CLOSED-PERIOD CONTROL FILE MAINTAINED BY AOCDPCLO              *00200000
002100*----------------------------------------------------------------*00210000
002200     SELECT PCT-FILE    ASSIGN TO AOCDPCTL                        00220000
002300        ORGANIZATION    IS SEQUENTIAL                             00230000
002400         ACCESS MODE    IS SEQUENTIAL                             00240000
002500         FILE STATUS    IS PCT-FILE-STATUS.                       00250000
002600                                                                  00260000
002700 DATA DIVISION.                                                   00270000
002800 FILE SECTION.                                                    00280000
002900 FD  PCT-FILE.                                                    00290000
003000     COPY AOCDPCT.                                                00300000
003100                                                                  00310000
003200 WORKING-STORAGE SECTION.                                         00320000
003300 01  WS-WORK-FIELDS.                                              00330000
003400     05 WS-I              PIC 9(04)   VALUE ZEROES.               00340000
003500     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               00350000
003600     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               00360000
003700                                                                  00370000
003800*----------------------------------------------------------------*00380000
003900* THE CLOSED PERIODS IN STORAGE FOR THE LIFE OF THE RUN UNIT     *00390000
004000*----------------------------------------------------------------*00400000
004100 01  WS-PCT-FIELDS.                                               00410000
004200     05 WS-PCT-CNT        PIC 9(04)   VALUE ZEROES.               00420000
004300     05 WS-MAX-PCTS       PIC 9(04)   VALUE 500.                  00430000
004400 01  WS-PCT-TABLE.                                                00440000
004500     05 WS-PCT-ENTRY      OCCURS 500 TIMES.                       00450000
004600        10 WS-PCT-END     PIC 9(08).                              00460000
004700        10 WS-PCT-STAT    PIC X(01).                              00470000
004800        10 WS-PCT-RPGM    PIC X(08).                              00480000
004900        10 WS-PCT-RDATE   PIC 9(08).                              00490000
005000                                                                  00500000
005100 01  WS-SWITCHES.                                                 00510000
005200     05 PCT-FILE-STATUS   PIC X(02)   VALUE SPACES.               00520000
005300        88 PCT-SUCCESS    VALUE '00'.                             00530000
005400        88 PCT-EOF        VALUE '10'.                             00540000
005500     05 WS-LOADED-SW      PIC X(01)   VALUE 'N'.                  00550000
005600        88 WS-LOADED      VALUE 'Y'.                              00560000
005610     05 WS-FULL-SW        PIC X(01)   VALUE 'N'.                  00561000
005620        88 WS-TABLE-FULL  VALUE 'Y'.                              00562000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900* THE CALLER NAMES ITSELF AND THE TRANSACTION DATE, AND GETS     *00590000
006000* BACK THE VERDICT AND THE PERIOD-END THAT GOVERNS THE DATE      *00600000
006100*----------------------------------------------------------------*00610000
006200 LINKAGE SECTION.                                                 00620000
006300 01  LS-PCHK-AREA.                                                00630000
006400     05 LS-PCHK-PGM     PIC X(08).                                00640000
006500     05 LS-PCHK-DATE    PIC 9(08).                                00650000
006600     05 LS-PCHK-RESULT  PIC X(01).                                00660000
006700     05 LS-PCHK-PERIOD  PIC 9(08).                                00670000
006800                                                                  00680000
006900 PROCEDURE DIVISION USING LS-PCHK-AREA.                           00690000
007000                                                                  00700000
007100     MOVE 'O'                 TO LS-PCHK-RESULT.                  00710000
007200     MOVE ZEROES              TO LS-PCHK-PERIOD.                  00720000
007300     IF NOT WS-LOADED                                             00730000
007400        PERFORM 1000-LOAD-CONTROL     THRU 1000-EXIT              00740000
007500     END-IF.                                                      00750000
007550     IF WS-TABLE-FULL                                             00755000
007552        MOVE 'C'              TO LS-PCHK-RESULT                   00755200
007554        MOVE 16               TO RETURN-CODE                      00755400
007556        GOBACK                                                    00755600
007558     END-IF.                                                      00755800
007560     PERFORM 2000-CHECK-DATE          THRU 2000-EXIT.             00756000
007700     GOBACK.                                                      00770000
007800                                                                  00780000
007900 1000-LOAD-CONTROL.                                               00790000
008000     SET WS-LOADED            TO TRUE.                            00800000
008100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          00810000
008200     OPEN INPUT PCT-FILE.                                         00820000
008300     IF NOT PCT-SUCCESS                                           00830000
008400        DISPLAY 'NO CLOSED-PERIOD CONTROL FILE - ALL PERIODS OPEN'00840000
008500        GO TO 1000-EXIT                                           00850000
008600     END-IF.                                                      00860000
008700     PERFORM UNTIL PCT-EOF                                        00870000
008800        READ PCT-FILE                                             00880000
008900             AT END                                               00890000
009000                SET PCT-EOF TO TRUE                               00900000
009100             NOT AT END                                           00910000
009200                PERFORM 1100-STORE-ROW THRU 1100-EXIT             00920000
009300        END-READ                                                  00930000
009400     END-PERFORM.                                                 00940000
009500     CLOSE PCT-FILE.                                              00950000
009502     IF WS-TABLE-FULL                                             00950200
009504        DISPLAY 'ERROR - AOCDPCTL HOLDS MORE THAN ' WS-MAX-PCTS   00950400
009506                ' PERIODS - EVERY POSTING IS REFUSED AS CLOSED'   00950600
009508     END-IF.                                                      00950800
009600 1000-EXIT.                                                       00960000
009700     EXIT.                                                        00970000
009800                                                                  00980000
009900 1100-STORE-ROW.                                                  00990000
010000     IF WS-PCT-CNT NOT < WS-MAX-PCTS                              01000000
010050        SET WS-TABLE-FULL     TO TRUE                             01005000
010100        GO TO 1100-EXIT                                           01010000
010150     END-IF.                                                      01015000
010300     ADD 1                    TO WS-PCT-CNT.                      01030000
010400     MOVE PCT-PERIOD-END      TO WS-PCT-END(WS-PCT-CNT).          01040000
010500     MOVE PCT-STATUS          TO WS-PCT-STAT(WS-PCT-CNT).         01050000
010600     MOVE PCT-REOPEN-PGM      TO WS-PCT-RPGM(WS-PCT-CNT).         01060000
010700     MOVE PCT-REOPEN-DATE     TO WS-PCT-RDATE(WS-PCT-CNT).        01070000
010800 1100-EXIT.                                                       01080000
010900     EXIT.                                                        01090000
011000                                                                  01100000
011100 2000-CHECK-DATE.                                                 01110000
011200*----------------------------------------------------------------*01120000
011300* THE DATE BELONGS TO THE EARLIEST CLOSED PERIOD ENDING ON OR    *01130000
011400* AFTER IT. A REOPEN ONLY COUNTS FOR THE PROGRAM IT NAMES AND ON *01140000
011500* THE DAY IT WAS GRANTED - A FORGOTTEN REOPEN SHUTS ITSELF       *01150000
011600*----------------------------------------------------------------*01160000
011700     MOVE ZEROES              TO WS-SLOT.                         01170000
011800     PERFORM VARYING WS-I FROM 1 BY 1                             01180000
011900               UNTIL WS-I > WS-PCT-CNT                            01190000
012000        IF WS-PCT-END(WS-I) NOT < LS-PCHK-DATE                    01200000
012100           IF WS-SLOT = ZEROES                                    01210000
012200              MOVE WS-I          TO WS-SLOT                       01220000
012300           ELSE                                                   01230000
012400              IF WS-PCT-END(WS-I) < WS-PCT-END(WS-SLOT)           01240000
012500                 MOVE WS-I       TO WS-SLOT                       01250000
012600              END-IF                                              01260000
012700           END-IF                                                 01270000
012800        END-IF                                                    01280000
012900     END-PERFORM.                                                 01290000
013000     IF WS-SLOT = ZEROES                                          01300000
013100        GO TO 2000-EXIT                                           01310000
013200     END-IF.                                                      01320000
013300     MOVE WS-PCT-END(WS-SLOT) TO LS-PCHK-PERIOD.                  01330000
013400     IF WS-PCT-STAT(WS-SLOT) = 'R'                                01340000
013500        AND WS-PCT-RPGM(WS-SLOT) = LS-PCHK-PGM                    01350000
013600        AND WS-PCT-RDATE(WS-SLOT) = WS-TODAY                      01360000
013700        MOVE 'R'              TO LS-PCHK-RESULT                   01370000
013800     ELSE                                                         01380000
013900        MOVE 'C'              TO LS-PCHK-RESULT                   01390000
014000     END-IF.                                                      01400000
014100 2000-EXIT.                                                       01410000
014200     EXIT.                                                        01420000
