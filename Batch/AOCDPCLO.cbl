000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - PERIOD-END CLOSE                       *00020000
000300*----------------------------------------------------------------*00030000
000400*  RUN ON THE PERIOD-END DATE MARKED ON AOCDBCAL. PRINTS THE     *00040000
000500*  CLOSING STATEMENTS TO AOCDPCST - THE DAY 1 ELF CALORIE        *00050000
000600*  TOTALS, THE DAY 3 LEDGER POSITIONS AND THE DAY 2 STANDINGS    *00060000
000700*  AS AT THE PERIOD-END - AND RECORDS THE PERIOD AS CLOSED ON    *00070000
000800*  AOCDPCTL. FROM THEN ON THE POSTING PROGRAMS (AOCD1PG6,        *00080000
000900*  AOCD1PG9, AOCDBUPL) ASK AOCDPCHK ABOUT EVERY TRANSACTION      *00090000
001000*  DATE AND REFUSE ANYTHING DATED INTO A CLOSED PERIOD.          *00100000
001100*  A LATE CORRECTION IS LET THROUGH ONLY ON A REOPEN CARD ON     *00110000
001200*  AOCDPCLC: ONE PERIOD, ONE POSTING PROGRAM, TODAY ONLY, AND    *00120000
001300*  SIGNED BY THE OPERATOR WHO IS RUNNING THIS CLOSE. A C CARD    *00130000
001400*  RE-CLOSES A REOPENED PERIOD AT ONCE. EVERY CARD AND ITS       *00140000
001500*  DISPOSITION IS PRINTED AT THE FOOT OF THE STATEMENTS          *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCDPCLO.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* BUSINESS CALENDAR, CLOSED-PERIOD CONTROL FILE AND CARDS        *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT CAL-FILE    ASSIGN TO AOCDBCAL                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS CAL-FILE-STATUS.                       00300000
003100                                                                  00310000
003200     SELECT PCT-FILE    ASSIGN TO AOCDPCTL                        00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS PCT-FILE-STATUS.                       00350000
003600                                                                  00360000
003700     SELECT CARD-FILE   ASSIGN TO AOCDPCLC                        00370000
003800        ORGANIZATION    IS SEQUENTIAL                             00380000
003900         ACCESS MODE    IS SEQUENTIAL                             00390000
004000         FILE STATUS    IS CARD-FILE-STATUS.                      00400000
004100                                                                  00410000
004200*----------------------------------------------------------------*00420000
004300* THE FIGURES BEING CLOSED - CALORIE REPORT ARCHIVE, STOCK       *00430000
004400* LEDGER AND THE LEADERBOARD HISTORY                             *00440000
004500*----------------------------------------------------------------*00450000
004600     SELECT CAL-RPT     ASSIGN TO AOCD1RPT                        00460000
004700        ORGANIZATION    IS SEQUENTIAL                             00470000
004800         ACCESS MODE    IS SEQUENTIAL                             00480000
004900         FILE STATUS    IS WS-IN-STATUS.                          00490000
005000                                                                  00500000
005100     SELECT LDG-FILE    ASSIGN TO AOCD3LDG                        00510000
005200        ORGANIZATION    IS SEQUENTIAL                             00520000
005300         ACCESS MODE    IS SEQUENTIAL                             00530000
005400         FILE STATUS    IS WS-IN-STATUS.                          00540000
005500                                                                  00550000
005600     SELECT LDR-HIST    ASSIGN TO AOCD2LDR                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS WS-IN-STATUS.                          00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200* CLOSING STATEMENTS - 132-BYTE PRINT LINES                      *00620000
006300*----------------------------------------------------------------*00630000
006400     SELECT STMT-RPT    ASSIGN TO AOCDPCST                        00640000
006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         ACCESS MODE    IS SEQUENTIAL                             00660000
006700         FILE STATUS    IS STMT-FILE-STATUS.                      00670000
006800                                                                  00680000
006900     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00690000
007000        ORGANIZATION    IS SEQUENTIAL                             00700000
007100         ACCESS MODE    IS SEQUENTIAL                             00710000
007200         FILE STATUS    IS HIST-FILE-STATUS.                      00720000
007300                                                                  00730000
007400 DATA DIVISION.                                                   00740000
007500 FILE SECTION.                                                    00750000
007600 FD  CAL-FILE.                                                    00760000
007700 01  CAL-REC.                                                     00770000
007800     05 CAL-DATE            PIC 9(08).                            00780000
007900     05 FILLER              PIC X(01).                            00790000
008000     05 CAL-TYPE            PIC X(01).                            00800000
008100     05 FILLER              PIC X(01).                            00810000
008200     05 CAL-PERIOD-END      PIC X(01).                            00820000
008300                                                                  00830000
008400 FD  PCT-FILE.                                                    00840000
008500     COPY AOCDPCT.                                                00850000
008600                                                                  00860000
008700*----------------------------------------------------------------*00870000
008800* ONE CARD PER REOPEN OR RE-CLOSE - ACTION R OR C, THE PERIOD    *00880000
008900* END, THE POSTING PROGRAM, THE OPERATOR AND A REASON            *00890000
009000*----------------------------------------------------------------*00900000
009100 FD  CARD-FILE.                                                   00910000
009200 01  PCC-REC.                                                     00920000
009300     05 PCC-ACTION          PIC X(01).                            00930000
009400        88 PCC-REOPEN                 VALUE 'R'.                  00940000
009500        88 PCC-RECLOSE                VALUE 'C'.                  00950000
009600     05 FILLER              PIC X(01).                            00960000
009700     05 PCC-PERIOD-END      PIC X(08).                            00970000
009800     05 PCC-PERIOD-END-N    REDEFINES PCC-PERIOD-END              00980000
009900                            PIC 9(08).                            00990000
010000     05 FILLER              PIC X(01).                            01000000
010100     05 PCC-PGM             PIC X(08).                            01010000
010200        88 PCC-POSTING-PGM            VALUE 'AOCD1PG6'            01020000
010300                                            'AOCD1PG9'            01030000
010400                                            'AOCDBUPL'.           01040000
010500     05 FILLER              PIC X(01).                            01050000
010600     05 PCC-OPER            PIC X(08).                            01060000
010700     05 FILLER              PIC X(01).                            01070000
010800     05 PCC-REASON          PIC X(20).                            01080000
010900     05 FILLER              PIC X(31).                            01090000
011000                                                                  01100000
011100 FD  CAL-RPT.                                                     01110000
011200 01  CAL-RPT-REC.                                                 01120000
011300     05 RPT-TEXT        PIC X(40).                                01130000
011400     05 RPT-DATE        PIC 9(06).                                01140000
011500     05 RPT-SEQ         PIC 9(05).                                01150000
011600     05 RPT-AMOUNT      PIC 9(10)V99.                             01160000
011700     05 RPT-ELF-NAME    PIC X(10).                                01170000
011800     05 FILLER          PIC X(07).                                01180000
011900                                                                  01190000
012000 FD  LDG-FILE.                                                    01200000
012100 01  LDG-REC.                                                     01210000
012200     05 LDG-ITEM            PIC X(01).                            01220000
012300     05 FILLER              PIC X(01).                            01230000
012400     05 LDG-ON-HAND         PIC 9(05).                            01240000
012500     05 FILLER              PIC X(01).                            01250000
012600     05 LDG-REORDER-PT      PIC 9(05).                            01260000
012700                                                                  01270000
012800 FD  LDR-HIST.                                                    01280000
012900 01  LEADER-REC.                                                  01290000
013000     05 LDR-RUN-DATE     PIC 9(08).                               01300000
013100     05 FILLER           PIC X(01).                               01310000
013200     05 LDR-TABLE-ID     PIC X(05).                               01320000
013300     05 FILLER           PIC X(01).                               01330000
013400     05 LDR-TOTAL        PIC 9(10).                               01340000
013500     05 FILLER           PIC X(01).                               01350000
013600     05 LDR-WIN          PIC 9(05).                               01360000
013700     05 LDR-LOSE         PIC 9(05).                               01370000
013800     05 LDR-DRAW         PIC 9(05).                               01380000
013900     05 LDR-PLAYER-NAME  PIC X(20).                               01390000
014000     05 LDR-REC-TYPE     PIC X(01).                               01400000
014100        88 LDR-ADJUSTMENT             VALUE 'A'.                  01410000
014200     05 LDR-ADJ-SIGN     PIC X(01).                               01420000
014300     05 LDR-ADJ-POINTS   PIC 9(03).                               01430000
014400     05 LDR-ADJ-OLD-OUT  PIC X(01).                               01440000
014500     05 LDR-ADJ-NEW-OUT  PIC X(01).                               01450000
014600     05 FILLER           PIC X(12).                               01460000
014700                                                                  01470000
014800 FD  STMT-RPT.                                                    01480000
014900 01  STMT-REC               PIC X(132).                           01490000
015000                                                                  01500000
015100 FD  AUD-HIST                                                     01510000
015200     DATA RECORD IS AUD-HIST-REC.                                 01520000
015300 01  AUD-HIST-REC.                                                01530000
015400     05 HIST-DATE            PIC 9(08).                           01540000
015500     05 FILLER               PIC X(02).                           01550000
015600     05 HIST-TIME            PIC 9(06).                           01560000
015700     05 FILLER               PIC X(02).                           01570000
015800     05 HIST-PGM             PIC X(08).                           01580000
015900     05 FILLER               PIC X(02).                           01590000
016000     05 HIST-OUTPUT          PIC X(40).                           01600000
016001     05 FILLER               PIC X(02).                           01600100
016002     05 HIST-VERSION         PIC X(08).                           01600200
016100                                                                  01610000
016200 WORKING-STORAGE SECTION.                                         01620000
016300 01  WS-WORK-FIELDS.                                              01630000
016400     05 WS-I              PIC 9(04)   VALUE ZEROES.               01640000
016500     05 WS-J              PIC 9(04)   VALUE ZEROES.               01650000
016600     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01660000
016700     05 WS-PCT-SLOT       PIC 9(04)   VALUE ZEROES.               01670000
016800     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               01680000
016900     05 WS-LINES          PIC 9(05)   VALUE ZEROES.               01690000
017000     05 WS-CARD-CNT       PIC 9(05)   VALUE ZEROES.               01700000
017100     05 WS-CARD-REJ       PIC 9(05)   VALUE ZEROES.               01710000
017200     05 WS-CAL-TOTAL      PIC 9(12)V99 VALUE ZEROES.              01720000
017300     05 WS-LDG-TOTAL      PIC 9(09)   VALUE ZEROES.               01730000
017400     05 WS-LDG-BELOW      PIC 9(05)   VALUE ZEROES.               01740000
017500     05 WS-DISPOSITION    PIC X(30)   VALUE SPACES.               01750000
017600     05 WS-FLAG           PIC X(14)   VALUE SPACES.               01760000
017700     05 WS-EDIT-AMT       PIC Z(11)9.99.                          01770000
017800     05 WS-EDIT-QTY       PIC ZZZZ9.                              01780000
017900     05 WS-EDIT-QTY2      PIC ZZZZ9.                              01790000
018000     05 WS-EDIT-TOTAL     PIC Z(08)9.                             01800000
018100     05 WS-EDIT-PTS       PIC Z(11)9.                             01810000
018200     05 WS-EDIT-RANK      PIC ZZ9.                                01820000
018300     05 WS-EDIT-W         PIC ZZZZZZ9.                            01830000
018400     05 WS-EDIT-L         PIC ZZZZZZ9.                            01840000
018500     05 WS-EDIT-D         PIC ZZZZZZ9.                            01850000
018600                                                                  01860000
018700*----------------------------------------------------------------*01870000
018800* THE CLOSED-PERIOD CONTROL FILE IN STORAGE - UPDATED HERE AND   *01880000
018900* WRITTEN BACK WHOLE AT THE END OF THE RUN                       *01890000
019000*----------------------------------------------------------------*01900000
019100 01  WS-PCT-FIELDS.                                               01910000
019200     05 WS-PCT-CNT        PIC 9(04)   VALUE ZEROES.               01920000
019300     05 WS-MAX-PCTS       PIC 9(04)   VALUE 500.                  01930000
019400 01  WS-PCT-TABLE.                                                01940000
019500     05 WS-PCT-ENTRY      OCCURS 500 TIMES.                       01950000
019600        10 WS-PCT-ROW     PIC X(80).                              01960000
019700                                                                  01970000
019800*----------------------------------------------------------------*01980000
019900* ONE ENTRY PER DISTINCT TABLE ID, FOLDED AS AOCD2PG5 DOES BUT   *01990000
020000* ONLY FROM LEADERBOARD ROWS DATED ON OR BEFORE THE PERIOD-END   *02000000
020100*----------------------------------------------------------------*02010000
020200 01  WS-STD-FIELDS.                                               02020000
020300     05 WS-TBL-CNT        PIC 9(03)   VALUE ZEROES.               02030000
020400     05 WS-MAX-TABLES     PIC 9(03)   VALUE 100.                  02040000
020500 01  WS-STAND-TABLE.                                              02050000
020600     05 WS-STD-ENTRY      OCCURS 100 TIMES.                       02060000
020700        10 WS-STD-ID      PIC X(05).                              02070000
020800        10 WS-STD-POINTS  PIC 9(12).                              02080000
020900        10 WS-STD-WIN     PIC 9(07).                              02090000
021000        10 WS-STD-LOSE    PIC 9(07).                              02100000
021100        10 WS-STD-DRAW    PIC 9(07).                              02110000
021200        10 WS-STD-NAME    PIC X(20).                              02120000
021300 01  WS-SWAP-ENTRY.                                               02130000
021400     05 WS-SWP-ID         PIC X(05).                              02140000
021500     05 WS-SWP-POINTS     PIC 9(12).                              02150000
021600     05 WS-SWP-WIN        PIC 9(07).                              02160000
021700     05 WS-SWP-LOSE       PIC 9(07).                              02170000
021800     05 WS-SWP-DRAW       PIC 9(07).                              02180000
021900     05 WS-SWP-NAME       PIC X(20).                              02190000
022000                                                                  02200000
022100 01  WS-SWITCHES.                                                 02210000
022200     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02220000
022300        88 CAL-OPEN-OK    VALUE '00'.                             02230000
022400        88 CAL-AT-EOF     VALUE '10'.                             02240000
022500     05 PCT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02250000
022600        88 PCT-SUCCESS    VALUE '00'.                             02260000
022700        88 PCT-EOF        VALUE '10'.                             02270000
022800     05 CARD-FILE-STATUS  PIC X(02)   VALUE SPACES.               02280000
022900        88 CARD-SUCCESS   VALUE '00'.                             02290000
023000        88 CARD-EOF       VALUE '10'.                             02300000
023100     05 WS-IN-STATUS      PIC X(02)   VALUE SPACES.               02310000
023200        88 WS-IN-OPEN-OK  VALUE '00'.                             02320000
023300        88 WS-IN-EOF      VALUE '10'.                             02330000
023400     05 STMT-FILE-STATUS  PIC X(02)   VALUE SPACES.               02340000
023500        88 STMT-SUCCESS   VALUE '00'.                             02350000
023600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02360000
023700        88 HIST-SUCCESS   VALUE '00'.                             02370000
023800     05 WS-CAL-SW         PIC X(01)   VALUE 'N'.                  02380000
023900        88 WS-CAL-FOUND               VALUE 'Y'.                  02390000
024000     05 WS-PERIOD-END-SW  PIC X(01)   VALUE 'N'.                  02400000
024100        88 WS-PERIOD-END              VALUE 'Y'.                  02410000
024200     05 WS-PCT-CHANGED-SW PIC X(01)   VALUE 'N'.                  02420000
024300        88 WS-PCT-CHANGED             VALUE 'Y'.                  02430000
024400     05 WS-CLOSED-SW      PIC X(01)   VALUE 'N'.                  02440000
024500        88 WS-NEWLY-CLOSED            VALUE 'Y'.                  02450000
024600                                                                  02460000
024700 01  WS-HIST-FIELDS.                                              02470000
024800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02480000
024900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02490000
025000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02500000
025001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02500100
025100                                                                  02510000
025200*----------------------------------------------------------------*02520000
025300*  OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE   *02530000
025400*  AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE      *02540000
025500*----------------------------------------------------------------*02550000
025600 01  WS-OPCHK-AREA.                                               02560000
025700     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               02570000
025800     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  02580000
025900     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               02590000
026000     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               02600000
026100                                                                  02610000
026200 PROCEDURE DIVISION.                                              02620000
026300*----------------------------------------------------------------*02630000
026400*  CLOSING A PERIOD, AND EVERY REOPEN, CHANGES WHAT THE POSTING  *02640000
026500*  PROGRAMS MAY DO - THE RUN IS REFUSED OUTRIGHT UNLESS THE      *02650000
026600*  OPERATOR-ID CARD NAMES AN OPERATOR AUTHORIZED FOR IT          *02660000
026700*----------------------------------------------------------------*02670000
026800     MOVE 'AOCDPCLO'           TO WS-OPCHK-PGM.                   02680000
026900     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         02690000
027000     IF WS-OPCHK-RESULT NOT = 'Y'                                 02700000
027100        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      02710000
027200                WS-OPCHK-PGM                                      02720000
027300        MOVE 12             TO RETURN-CODE                        02730000
027400        GOBACK                                                    02740000
027500     END-IF.                                                      02750000
027600                                                                  02760000
027700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02770000
027800     PERFORM 0500-CHECK-CALENDAR       THRU 0500-EXIT.            02780000
027900     PERFORM 0600-LOAD-CONTROL         THRU 0600-EXIT.            02790000
028000     OPEN OUTPUT STMT-RPT.                                        02800000
028100     IF WS-PERIOD-END                                             02810000
028200        PERFORM 1000-CLOSE-PERIOD      THRU 1000-EXIT             02820000
028300     END-IF.                                                      02830000
028400     PERFORM 5000-PROCESS-CARDS        THRU 5000-EXIT.            02840000
028500     CLOSE STMT-RPT.                                              02850000
028600     IF WS-PCT-CHANGED                                            02860000
028700        PERFORM 6000-REWRITE-CONTROL   THRU 6000-EXIT             02870000
028800     END-IF.                                                      02880000
028900     IF NOT WS-PERIOD-END                                         02890000
029000        AND WS-CARD-CNT = ZEROES                                  02900000
029100        DISPLAY 'RUN DATE ' WS-TODAY                              02910000
029200                ' IS NOT A PERIOD-END AND NO CARDS - NOTHING DONE'02920000
029300        MOVE 4                TO RETURN-CODE                      02930000
029400        MOVE 'NOT A PERIOD-END - NOTHING CLOSED' TO WS-HIST-MSG   02940000
029500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02950000
029600        GOBACK                                                    02960000
029700     END-IF.                                                      02970000
029800     IF WS-CARD-REJ > ZEROES                                      02980000
029900        MOVE 4                TO RETURN-CODE                      02990000
030000     END-IF.                                                      03000000
030100     DISPLAY 'PERIOD CLOSE - CARDS ' WS-CARD-CNT                  03010000
030200             ' REJECTED ' WS-CARD-REJ.                            03020000
030300     IF WS-NEWLY-CLOSED                                           03030000
030400        STRING 'PERIOD ' DELIMITED BY SIZE                        03040000
030500           WS-TODAY DELIMITED BY SIZE                             03050000
030600           ' CLOSED, CARDS ' DELIMITED BY SIZE                    03060000
030700           WS-CARD-CNT DELIMITED BY SIZE                          03070000
030800           INTO WS-HIST-MSG                                       03080000
030900     ELSE                                                         03090000
031000        STRING 'PERIOD CARDS ' DELIMITED BY SIZE                  03100000
031100           WS-CARD-CNT DELIMITED BY SIZE                          03110000
031200           ' REJECTED ' DELIMITED BY SIZE                         03120000
031300           WS-CARD-REJ DELIMITED BY SIZE                          03130000
031400           INTO WS-HIST-MSG                                       03140000
031500     END-IF.                                                      03150000
031600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03160000
031700     GOBACK.                                                      03170000
031800                                                                  03180000
031900 0500-CHECK-CALENDAR.                                             03190000
032000*----------------------------------------------------------------*03200000
032100* TODAY CLOSES A PERIOD ONLY IF AOCDBCAL SAYS SO - THE SAME TEST *03210000
032200* AOCD3PGD MAKES BEFORE ITS PERIOD SUMMARY                       *03220000
032300*----------------------------------------------------------------*03230000
032400     OPEN INPUT CAL-FILE.                                         03240000
032500     IF NOT CAL-OPEN-OK                                           03250000
032600        DISPLAY 'NO BUSINESS CALENDAR - NO PERIOD-END CHECK'      03260000
032700        GO TO 0500-EXIT                                           03270000
032800     END-IF.                                                      03280000
032900     PERFORM UNTIL CAL-AT-EOF                                     03290000
033000        READ CAL-FILE                                             03300000
033100             AT END                                               03310000
033200                SET CAL-AT-EOF TO TRUE                            03320000
033300             NOT AT END                                           03330000
033400                IF CAL-DATE = WS-TODAY                            03340000
033500                   SET WS-CAL-FOUND TO TRUE                       03350000
033600                   IF CAL-PERIOD-END = 'Y'                        03360000
033700                      SET WS-PERIOD-END TO TRUE                   03370000
033800                   END-IF                                         03380000
033900                END-IF                                            03390000
034000        END-READ                                                  03400000
034100     END-PERFORM.                                                 03410000
034200     CLOSE CAL-FILE.                                              03420000
034300     IF NOT WS-CAL-FOUND                                          03430000
034400        DISPLAY 'RUN DATE ' WS-TODAY                              03440000
034500                ' NOT ON AOCDBCAL - NO PERIOD-END CHECK'          03450000
034600     END-IF.                                                      03460000
034700 0500-EXIT.                                                       03470000
034800     EXIT.                                                        03480000
034900                                                                  03490000
035000 0600-LOAD-CONTROL.                                               03500000
035100     OPEN INPUT PCT-FILE.                                         03510000
035200     IF NOT PCT-SUCCESS                                           03520000
035300        DISPLAY 'NO CLOSED-PERIOD CONTROL FILE - NONE CLOSED'     03530000
035400        GO TO 0600-EXIT                                           03540000
035500     END-IF.                                                      03550000
035600     PERFORM UNTIL PCT-EOF                                        03560000
035700        READ PCT-FILE                                             03570000
035800             AT END                                               03580000
035900                SET PCT-EOF TO TRUE                               03590000
036000             NOT AT END                                           03600000
036100                PERFORM 0610-STORE-ROW  THRU 0610-EXIT            03610000
036200        END-READ                                                  03620000
036300     END-PERFORM.                                                 03630000
036400     CLOSE PCT-FILE.                                              03640000
036500     DISPLAY 'CLOSED PERIODS ON FILE: ' WS-PCT-CNT.               03650000
036600 0600-EXIT.                                                       03660000
036700     EXIT.                                                        03670000
036800                                                                  03680000
036900 0610-STORE-ROW.                                                  03690000
037000*----------------------------------------------------------------*03700000
037100* A CONTROL FILE TOO BIG TO HOLD WOULD BE WRITTEN BACK SHORT AND *03710000
037200* SILENTLY REOPEN THE PERIODS LOST - THE RUN STOPS INSTEAD       *03720000
037300*----------------------------------------------------------------*03730000
037400     IF WS-PCT-CNT NOT < WS-MAX-PCTS                              03740000
037500        DISPLAY 'ERROR - CLOSED-PERIOD FILE OVER 500 ROWS - '     03750000
037600                'CLOSE REFUSED'                                   03760000
037700        CLOSE PCT-FILE                                            03770000
037800        MOVE 16             TO RETURN-CODE                        03780000
037900        MOVE 'PERIOD CONTROL FULL - CLOSE REFUSED' TO WS-HIST-MSG 03790000
038000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03800000
038100        GOBACK                                                    03810000
038200     END-IF.                                                      03820000
038300     ADD 1                      TO WS-PCT-CNT.                    03830000
038400     MOVE PERIOD-CTL-REC        TO WS-PCT-ROW(WS-PCT-CNT).        03840000
038500 0610-EXIT.                                                       03850000
038600     EXIT.                                                        03860000
038700                                                                  03870000
038800 1000-CLOSE-PERIOD.                                               03880000
038900*----------------------------------------------------------------*03890000
039000* PRINT THE THREE CLOSING STATEMENTS, THEN RECORD THE PERIOD. A  *03900000
039100* RERUN ON THE SAME DATE REPRINTS THE STATEMENTS BUT DOES NOT    *03910000
039200* TOUCH A PERIOD ALREADY ON FILE, OR ANY REOPEN GRANTED ON IT    *03920000
039300*----------------------------------------------------------------*03930000
039400     PERFORM 1100-FIND-PERIOD          THRU 1100-EXIT.            03940000
039500     PERFORM 2000-CALORIE-STATEMENT    THRU 2000-EXIT.            03950000
039600     PERFORM 3000-LEDGER-STATEMENT     THRU 3000-EXIT.            03960000
039700     PERFORM 4000-STANDINGS-STATEMENT  THRU 4000-EXIT.            03970000
039800     IF WS-PCT-SLOT > ZEROES                                      03980000
039900        DISPLAY 'PERIOD ' WS-TODAY ' ALREADY CLOSED - NOT CHANGED'03990000
040000        GO TO 1000-EXIT                                           04000000
040100     END-IF.                                                      04010000
040200     IF WS-PCT-CNT NOT < WS-MAX-PCTS                              04020000
040300        DISPLAY 'ERROR - CLOSED-PERIOD FILE FULL - PERIOD '       04030000
040400                WS-TODAY ' NOT CLOSED'                            04040000
040500        MOVE 16             TO RETURN-CODE                        04050000
040600        MOVE 'PERIOD CONTROL FULL - CLOSE REFUSED' TO WS-HIST-MSG 04060000
040700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04070000
040800        GOBACK                                                    04080000
040900     END-IF.                                                      04090000
041000     INITIALIZE PERIOD-CTL-REC.                                   04100000
041100     MOVE WS-TODAY              TO PCT-PERIOD-END.                04110000
041200     SET PCT-CLOSED             TO TRUE.                          04120000
041300     MOVE WS-TODAY              TO PCT-CLOSE-DATE.                04130000
041400     MOVE WS-OPCHK-OPER         TO PCT-CLOSE-OPER.                04140000
041500     ADD 1                      TO WS-PCT-CNT.                    04150000
041600     MOVE PERIOD-CTL-REC        TO WS-PCT-ROW(WS-PCT-CNT).        04160000
041700     SET WS-PCT-CHANGED         TO TRUE.                          04170000
041800     SET WS-NEWLY-CLOSED        TO TRUE.                          04180000
041900     DISPLAY 'PERIOD ' WS-TODAY ' CLOSED BY ' WS-OPCHK-OPER.      04190000
042000 1000-EXIT.                                                       04200000
042100     EXIT.                                                        04210000
042200                                                                  04220000
042300 1100-FIND-PERIOD.                                                04230000
042400     MOVE ZEROES                TO WS-PCT-SLOT.                   04240000
042500     PERFORM VARYING WS-I FROM 1 BY 1                             04250000
042600               UNTIL WS-I > WS-PCT-CNT                            04260000
042700                  OR WS-PCT-SLOT > ZEROES                         04270000
042800        IF WS-PCT-ROW(WS-I)(1:8) = WS-TODAY                       04280000
042900           MOVE WS-I               TO WS-PCT-SLOT                 04290000
043000        END-IF                                                    04300000
043100     END-PERFORM.                                                 04310000
043200 1100-EXIT.                                                       04320000
043300     EXIT.                                                        04330000
043400                                                                  04340000
043500 2000-CALORIE-STATEMENT.                                          04350000
043600*----------------------------------------------------------------*04360000
043700* DAY 1 - ONE LINE PER ELF TOTAL ON THE CALORIE REPORT ARCHIVE   *04370000
043800* AND THE CAMP GRAND TOTAL AS REPORTED                           *04380000
043900*----------------------------------------------------------------*04390000
044000     MOVE SPACES                TO STMT-REC.                      04400000
044100     STRING 'CLOSING STATEMENT - DAY 1 ELF CALORIE TOTALS - '     04410000
044200            DELIMITED BY SIZE                                     04420000
044300        'PERIOD ' DELIMITED BY SIZE                               04430000
044400        WS-TODAY DELIMITED BY SIZE                                04440000
044500        INTO STMT-REC.                                            04450000
044600     WRITE STMT-REC.                                              04460000
044700     MOVE ZEROES                TO WS-LINES.                      04470000
044800     MOVE SPACES                TO WS-IN-STATUS.                  04480000
044900     OPEN INPUT CAL-RPT.                                          04490000
045000     IF NOT WS-IN-OPEN-OK                                         04500000
045100        MOVE '  AOCD1RPT NOT PRESENT - NO STATEMENT' TO STMT-REC  04510000
045200        WRITE STMT-REC                                            04520000
045300        GO TO 2000-EXIT                                           04530000
045400     END-IF.                                                      04540000
045500     PERFORM UNTIL WS-IN-EOF                                      04550000
045600        READ CAL-RPT                                              04560000
045700             AT END                                               04570000
045800                SET WS-IN-EOF TO TRUE                             04580000
045900             NOT AT END                                           04590000
046000                PERFORM 2100-CALORIE-LINE  THRU 2100-EXIT         04600000
046100        END-READ                                                  04610000
046200     END-PERFORM.                                                 04620000
046300     CLOSE CAL-RPT.                                               04630000
046400     MOVE WS-CAL-TOTAL          TO WS-EDIT-AMT.                   04640000
046500     MOVE SPACES                TO STMT-REC.                      04650000
046600     STRING '  ELVES ' DELIMITED BY SIZE                          04660000
046700        WS-LINES DELIMITED BY SIZE                                04670000
046800        '   GRAND TOTAL ALL EXPEDITIONS ' DELIMITED BY SIZE       04680000
046900        WS-EDIT-AMT DELIMITED BY SIZE                             04690000
047000        INTO STMT-REC.                                            04700000
047100     WRITE STMT-REC.                                              04710000
047200 2000-EXIT.                                                       04720000
047300     EXIT.                                                        04730000
047400                                                                  04740000
047500 2100-CALORIE-LINE.                                               04750000
047600     IF RPT-TEXT = 'GRAND TOTAL ALL EXPEDITIONS'                  04760000
047700        MOVE RPT-AMOUNT         TO WS-CAL-TOTAL                   04770000
047800        GO TO 2100-EXIT                                           04780000
047900     END-IF.                                                      04790000
048000     IF RPT-TEXT NOT = 'ELF TOTAL CALORIES'                       04800000
048100        GO TO 2100-EXIT                                           04810000
048200     END-IF.                                                      04820000
048300     ADD 1                      TO WS-LINES.                      04830000
048400     MOVE RPT-AMOUNT            TO WS-EDIT-AMT.                   04840000
048500     MOVE SPACES                TO STMT-REC.                      04850000
048600     STRING '  ELF ' DELIMITED BY SIZE                            04860000
048700        RPT-ELF-NAME DELIMITED BY SIZE                            04870000
048800        '   TOTAL CALORIES ' DELIMITED BY SIZE                    04880000
048900        WS-EDIT-AMT DELIMITED BY SIZE                             04890000
049000        INTO STMT-REC.                                            04900000
049100     WRITE STMT-REC.                                              04910000
049200 2100-EXIT.                                                       04920000
049300     EXIT.                                                        04930000
049400                                                                  04940000
049500 3000-LEDGER-STATEMENT.                                           04950000
049600*----------------------------------------------------------------*04960000
049700* DAY 3 - ONE LINE PER LEDGER ITEM WITH ITS ON-HAND AND REORDER  *04970000
049800* POINT; ITEMS AT OR BELOW THE REORDER POINT ARE FLAGGED         *04980000
049900*----------------------------------------------------------------*04990000
050000     MOVE SPACES                TO STMT-REC.                      05000000
050100     WRITE STMT-REC.                                              05010000
050200     STRING 'CLOSING STATEMENT - DAY 3 LEDGER POSITIONS - PERIOD '05020000
050300            DELIMITED BY SIZE                                     05030000
050400        WS-TODAY DELIMITED BY SIZE                                05040000
050500        INTO STMT-REC.                                            05050000
050600     WRITE STMT-REC.                                              05060000
050700     MOVE ZEROES                TO WS-LINES.                      05070000
050800     MOVE SPACES                TO WS-IN-STATUS.                  05080000
050900     OPEN INPUT LDG-FILE.                                         05090000
051000     IF NOT WS-IN-OPEN-OK                                         05100000
051100        MOVE '  AOCD3LDG NOT PRESENT - NO STATEMENT' TO STMT-REC  05110000
051200        WRITE STMT-REC                                            05120000
051300        GO TO 3000-EXIT                                           05130000
051400     END-IF.                                                      05140000
051500     PERFORM UNTIL WS-IN-EOF                                      05150000
051600        READ LDG-FILE                                             05160000
051700             AT END                                               05170000
051800                SET WS-IN-EOF TO TRUE                             05180000
051900             NOT AT END                                           05190000
052000                PERFORM 3100-LEDGER-LINE  THRU 3100-EXIT          05200000
052100        END-READ                                                  05210000
052200     END-PERFORM.                                                 05220000
052300     CLOSE LDG-FILE.                                              05230000
052400     MOVE WS-LDG-TOTAL          TO WS-EDIT-TOTAL.                 05240000
052500     MOVE WS-LDG-BELOW          TO WS-EDIT-QTY.                   05250000
052600     MOVE SPACES                TO STMT-REC.                      05260000
052700     STRING '  ITEMS ' DELIMITED BY SIZE                          05270000
052800        WS-LINES DELIMITED BY SIZE                                05280000
052900        '   TOTAL ON HAND ' DELIMITED BY SIZE                     05290000
053000        WS-EDIT-TOTAL DELIMITED BY SIZE                           05300000
053100        '   AT OR BELOW REORDER ' DELIMITED BY SIZE               05310000
053200        WS-EDIT-QTY DELIMITED BY SIZE                             05320000
053300        INTO STMT-REC.                                            05330000
053400     WRITE STMT-REC.                                              05340000
053500 3000-EXIT.                                                       05350000
053600     EXIT.                                                        05360000
053700                                                                  05370000
053800 3100-LEDGER-LINE.                                                05380000
053900     IF LDG-ON-HAND NOT NUMERIC                                   05390000
054000        OR LDG-REORDER-PT NOT NUMERIC                             05400000
054100        GO TO 3100-EXIT                                           05410000
054200     END-IF.                                                      05420000
054300     ADD 1                      TO WS-LINES.                      05430000
054400     ADD LDG-ON-HAND            TO WS-LDG-TOTAL.                  05440000
054500     MOVE SPACES                TO WS-FLAG.                       05450000
054600     IF LDG-ON-HAND NOT > LDG-REORDER-PT                          05460000
054700        ADD 1                   TO WS-LDG-BELOW                   05470000
054800        MOVE 'BELOW REORDER'    TO WS-FLAG                        05480000
054900     END-IF.                                                      05490000
055000     MOVE LDG-ON-HAND           TO WS-EDIT-QTY.                   05500000
055100     MOVE LDG-REORDER-PT        TO WS-EDIT-QTY2.                  05510000
055200     MOVE SPACES                TO STMT-REC.                      05520000
055300     STRING '  ITEM ' DELIMITED BY SIZE                           05530000
055400        LDG-ITEM DELIMITED BY SIZE                                05540000
055500        '   ON HAND ' DELIMITED BY SIZE                           05550000
055600        WS-EDIT-QTY DELIMITED BY SIZE                             05560000
055700        '   REORDER POINT ' DELIMITED BY SIZE                     05570000
055800        WS-EDIT-QTY2 DELIMITED BY SIZE                            05580000
055900        '   ' DELIMITED BY SIZE                                   05590000
056000        WS-FLAG DELIMITED BY SIZE                                 05600000
056100        INTO STMT-REC.                                            05610000
056200     WRITE STMT-REC.                                              05620000
056300 3100-EXIT.                                                       05630000
056400     EXIT.                                                        05640000
056500                                                                  05650000
056600 4000-STANDINGS-STATEMENT.                                        05660000
056700*----------------------------------------------------------------*05670000
056800* DAY 2 - THE SEASON STANDINGS AS AT THE PERIOD-END, DISPUTE     *05680000
056900* ADJUSTMENTS INCLUDED, RANKED BY POINTS THEN WINS               *05690000
057000*----------------------------------------------------------------*05700000
057100     MOVE SPACES                TO STMT-REC.                      05710000
057200     WRITE STMT-REC.                                              05720000
057300     STRING 'CLOSING STATEMENT - DAY 2 STANDINGS - PERIOD '       05730000
057400            DELIMITED BY SIZE                                     05740000
057500        WS-TODAY DELIMITED BY SIZE                                05750000
057600        INTO STMT-REC.                                            05760000
057700     WRITE STMT-REC.                                              05770000
057800     MOVE SPACES                TO WS-IN-STATUS.                  05780000
057900     OPEN INPUT LDR-HIST.                                         05790000
058000     IF NOT WS-IN-OPEN-OK                                         05800000
058100        MOVE '  AOCD2LDR NOT PRESENT - NO STATEMENT' TO STMT-REC  05810000
058200        WRITE STMT-REC                                            05820000
058300        GO TO 4000-EXIT                                           05830000
058400     END-IF.                                                      05840000
058500     PERFORM UNTIL WS-IN-EOF                                      05850000
058600        READ LDR-HIST                                             05860000
058700             AT END                                               05870000
058800                SET WS-IN-EOF TO TRUE                             05880000
058900             NOT AT END                                           05890000
059000                IF LDR-RUN-DATE NOT > WS-TODAY                    05900000
059100                   PERFORM 4100-FOLD-ONE-RECORD  THRU 4100-EXIT   05910000
059200                END-IF                                            05920000
059300        END-READ                                                  05930000
059400     END-PERFORM.                                                 05940000
059500     CLOSE LDR-HIST.                                              05950000
059600     PERFORM VARYING WS-I FROM 1 BY 1                             05960000
059700               UNTIL WS-I >= WS-TBL-CNT                           05970000
059800        PERFORM VARYING WS-J FROM WS-I BY 1                       05980000
059900                  UNTIL WS-J > WS-TBL-CNT                         05990000
060000           IF WS-STD-POINTS(WS-J) > WS-STD-POINTS(WS-I)           06000000
060100              OR ( WS-STD-POINTS(WS-J) = WS-STD-POINTS(WS-I)      06010000
060200                   AND WS-STD-WIN(WS-J) > WS-STD-WIN(WS-I) )      06020000
060300              MOVE WS-STD-ENTRY(WS-I)  TO WS-SWAP-ENTRY           06030000
060400              MOVE WS-STD-ENTRY(WS-J)  TO WS-STD-ENTRY(WS-I)      06040000
060500              MOVE WS-SWAP-ENTRY       TO WS-STD-ENTRY(WS-J)      06050000
060600           END-IF                                                 06060000
060700        END-PERFORM                                               06070000
060800     END-PERFORM.                                                 06080000
060900     PERFORM VARYING WS-I FROM 1 BY 1                             06090000
061000               UNTIL WS-I > WS-TBL-CNT                            06100000
061100        PERFORM 4300-STANDINGS-LINE  THRU 4300-EXIT               06110000
061200     END-PERFORM.                                                 06120000
061300 4000-EXIT.                                                       06130000
061400     EXIT.                                                        06140000
061500                                                                  06150000
061600 4100-FOLD-ONE-RECORD.                                            06160000
061700     MOVE ZEROES              TO WS-SLOT.                         06170000
061800     PERFORM VARYING WS-J FROM 1 BY 1                             06180000
061900               UNTIL WS-J > WS-TBL-CNT                            06190000
062000                  OR WS-SLOT > ZEROES                             06200000
062100        IF WS-STD-ID(WS-J) = LDR-TABLE-ID                         06210000
062200           MOVE WS-J             TO WS-SLOT                       06220000
062300        END-IF                                                    06230000
062400     END-PERFORM.                                                 06240000
062500     IF WS-SLOT = ZEROES                                          06250000
062600        IF WS-TBL-CNT < WS-MAX-TABLES                             06260000
062700           ADD 1                 TO WS-TBL-CNT                    06270000
062800           MOVE WS-TBL-CNT       TO WS-SLOT                       06280000
062900           MOVE LDR-TABLE-ID     TO WS-STD-ID(WS-SLOT)            06290000
063000           MOVE ZEROES           TO WS-STD-POINTS(WS-SLOT)        06300000
063100           MOVE ZEROES           TO WS-STD-WIN(WS-SLOT)           06310000
063200           MOVE ZEROES           TO WS-STD-LOSE(WS-SLOT)          06320000
063300           MOVE ZEROES           TO WS-STD-DRAW(WS-SLOT)          06330000
063400           MOVE SPACES           TO WS-STD-NAME(WS-SLOT)          06340000
063500        ELSE                                                      06350000
063600           DISPLAY 'TABLE CAPACITY (100) EXCEEDED - NOT STATED: ' 06360000
063700                   LDR-TABLE-ID                                   06370000
063800           GO TO 4100-EXIT                                        06380000
063900        END-IF                                                    06390000
064000     END-IF.                                                      06400000
064100     ADD LDR-TOTAL            TO WS-STD-POINTS(WS-SLOT).          06410000
064200     ADD LDR-WIN              TO WS-STD-WIN(WS-SLOT).             06420000
064300     ADD LDR-LOSE             TO WS-STD-LOSE(WS-SLOT).            06430000
064400     ADD LDR-DRAW             TO WS-STD-DRAW(WS-SLOT).            06440000
064500     IF LDR-PLAYER-NAME NOT = SPACES                              06450000
064600        MOVE LDR-PLAYER-NAME  TO WS-STD-NAME(WS-SLOT)             06460000
064700     END-IF.                                                      06470000
064800     IF LDR-ADJUSTMENT                                            06480000
064900        PERFORM 4150-APPLY-ADJUSTMENT  THRU 4150-EXIT             06490000
065000     END-IF.                                                      06500000
065100 4100-EXIT.                                                       06510000
065200     EXIT.                                                        06520000
065300                                                                  06530000
065400 4150-APPLY-ADJUSTMENT.                                           06540000
065500     IF LDR-ADJ-SIGN = '-'                                        06550000
065600        SUBTRACT LDR-ADJ-POINTS  FROM WS-STD-POINTS(WS-SLOT)      06560000
065700     ELSE                                                         06570000
065800        ADD LDR-ADJ-POINTS       TO WS-STD-POINTS(WS-SLOT)        06580000
065900     END-IF.                                                      06590000
066000     EVALUATE LDR-ADJ-OLD-OUT                                     06600000
066100        WHEN 'W'                                                  06610000
066200           SUBTRACT 1            FROM WS-STD-WIN(WS-SLOT)         06620000
066300        WHEN 'L'                                                  06630000
066400           SUBTRACT 1            FROM WS-STD-LOSE(WS-SLOT)        06640000
066500        WHEN 'D'                                                  06650000
066600           SUBTRACT 1            FROM WS-STD-DRAW(WS-SLOT)        06660000
066700     END-EVALUATE.                                                06670000
066800     EVALUATE LDR-ADJ-NEW-OUT                                     06680000
066900        WHEN 'W'                                                  06690000
067000           ADD 1                 TO WS-STD-WIN(WS-SLOT)           06700000
067100        WHEN 'L'                                                  06710000
067200           ADD 1                 TO WS-STD-LOSE(WS-SLOT)          06720000
067300        WHEN 'D'                                                  06730000
067400           ADD 1                 TO WS-STD-DRAW(WS-SLOT)          06740000
067500     END-EVALUATE.                                                06750000
067600 4150-EXIT.                                                       06760000
067700     EXIT.                                                        06770000
067800                                                                  06780000
067900 4300-STANDINGS-LINE.                                             06790000
068000     MOVE WS-I                  TO WS-EDIT-RANK.                  06800000
068100     MOVE WS-STD-POINTS(WS-I)   TO WS-EDIT-PTS.                   06810000
068200     MOVE WS-STD-WIN(WS-I)      TO WS-EDIT-W.                     06820000
068300     MOVE WS-STD-LOSE(WS-I)     TO WS-EDIT-L.                     06830000
068400     MOVE WS-STD-DRAW(WS-I)     TO WS-EDIT-D.                     06840000
068500     MOVE SPACES                TO STMT-REC.                      06850000
068600     STRING '  RANK ' DELIMITED BY SIZE                           06860000
068700        WS-EDIT-RANK DELIMITED BY SIZE                            06870000
068800        '  TABLE ' DELIMITED BY SIZE                              06880000
068900        WS-STD-ID(WS-I) DELIMITED BY SIZE                         06890000
069000        '  ' DELIMITED BY SIZE                                    06900000
069100        WS-STD-NAME(WS-I) DELIMITED BY SIZE                       06910000
069200        '  POINTS ' DELIMITED BY SIZE                             06920000
069300        WS-EDIT-PTS DELIMITED BY SIZE                             06930000
069400        '  W ' DELIMITED BY SIZE                                  06940000
069500        WS-EDIT-W DELIMITED BY SIZE                               06950000
069600        '  L ' DELIMITED BY SIZE                                  06960000
069700        WS-EDIT-L DELIMITED BY SIZE                               06970000
069800        '  D ' DELIMITED BY SIZE                                  06980000
069900        WS-EDIT-D DELIMITED BY SIZE                               06990000
070000        INTO STMT-REC.                                            07000000
070100     WRITE STMT-REC.                                              07010000
070200 4300-EXIT.                                                       07020000
070300     EXIT.                                                        07030000
070400                                                                  07040000
070500 5000-PROCESS-CARDS.                                              07050000
070600*----------------------------------------------------------------*07060000
070700* REOPEN AND RE-CLOSE CARDS, APPLIED IN FILE ORDER. NO CARD FILE *07070000
070800* IS THE NORMAL CASE                                             *07080000
070900*----------------------------------------------------------------*07090000
071000     OPEN INPUT CARD-FILE.                                        07100000
071100     IF NOT CARD-SUCCESS                                          07110000
071200        GO TO 5000-EXIT                                           07120000
071300     END-IF.                                                      07130000
071400     MOVE SPACES                TO STMT-REC.                      07140000
071500     WRITE STMT-REC.                                              07150000
071600     MOVE 'REOPEN AND RE-CLOSE CARDS' TO STMT-REC.                07160000
071700     WRITE STMT-REC.                                              07170000
071800     PERFORM UNTIL CARD-EOF                                       07180000
071900        READ CARD-FILE                                            07190000
072000             AT END                                               07200000
072100                SET CARD-EOF TO TRUE                              07210000
072200             NOT AT END                                           07220000
072300                ADD 1 TO WS-CARD-CNT                              07230000
072400                PERFORM 5100-APPLY-CARD  THRU 5100-EXIT           07240000
072500                PERFORM 5200-CARD-LINE   THRU 5200-EXIT           07250000
072600        END-READ                                                  07260000
072700     END-PERFORM.                                                 07270000
072800     CLOSE CARD-FILE.                                             07280000
072900 5000-EXIT.                                                       07290000
073000     EXIT.                                                        07300000
073100                                                                  07310000
073200 5100-APPLY-CARD.                                                 07320000
073300*----------------------------------------------------------------*07330000
073400* A CARD IS HONOURED ONLY IF THE PERIOD IS ON FILE, THE          *07340000
073500* PROGRAM IS ONE OF THE POSTING PROGRAMS, AND THE OPERATOR ON    *07350000
073600* THE CARD IS THE AUTHORIZED OPERATOR SIGNED ON FOR THIS RUN     *07360000
073700*----------------------------------------------------------------*07370000
073800     EVALUATE TRUE                                                07380000
073900        WHEN NOT PCC-REOPEN AND NOT PCC-RECLOSE                   07390000
074000           MOVE 'REJECTED - BAD ACTION'    TO WS-DISPOSITION      07400000
074100        WHEN PCC-PERIOD-END NOT NUMERIC                           07410000
074200           MOVE 'REJECTED - BAD PERIOD'    TO WS-DISPOSITION      07420000
074300        WHEN NOT PCC-POSTING-PGM                                  07430000
074400           MOVE 'REJECTED - NOT A POSTING PGM' TO WS-DISPOSITION  07440000
074500        WHEN PCC-OPER NOT = WS-OPCHK-OPER                         07450000
074600           MOVE 'REJECTED - OPERATOR MISMATCH' TO WS-DISPOSITION  07460000
074700        WHEN PCC-REOPEN AND PCC-REASON = SPACES                   07470000
074800           MOVE 'REJECTED - NO REASON'     TO WS-DISPOSITION      07480000
074900        WHEN OTHER                                                07490000
075000           MOVE SPACES                     TO WS-DISPOSITION      07500000
075100     END-EVALUATE.                                                07510000
075200     IF WS-DISPOSITION NOT = SPACES                               07520000
075300        ADD 1                   TO WS-CARD-REJ                    07530000
075400        GO TO 5100-EXIT                                           07540000
075500     END-IF.                                                      07550000
075600     MOVE ZEROES                TO WS-PCT-SLOT.                   07560000
075700     PERFORM VARYING WS-I FROM 1 BY 1                             07570000
075800               UNTIL WS-I > WS-PCT-CNT                            07580000
075900                  OR WS-PCT-SLOT > ZEROES                         07590000
076000        IF WS-PCT-ROW(WS-I)(1:8) = PCC-PERIOD-END                 07600000
076100           MOVE WS-I               TO WS-PCT-SLOT                 07610000
076200        END-IF                                                    07620000
076300     END-PERFORM.                                                 07630000
076400     IF WS-PCT-SLOT = ZEROES                                      07640000
076500        MOVE 'REJECTED - PERIOD NOT CLOSED' TO WS-DISPOSITION     07650000
076600        ADD 1                   TO WS-CARD-REJ                    07660000
076700        GO TO 5100-EXIT                                           07670000
076800     END-IF.                                                      07680000
076900     MOVE WS-PCT-ROW(WS-PCT-SLOT)   TO PERIOD-CTL-REC.            07690000
077000     IF PCC-REOPEN                                                07700000
077100        SET PCT-REOPENED        TO TRUE                           07710000
077200        MOVE PCC-PGM            TO PCT-REOPEN-PGM                 07720000
077300        MOVE PCC-OPER           TO PCT-REOPEN-OPER                07730000
077400        MOVE WS-TODAY           TO PCT-REOPEN-DATE                07740000
077500        MOVE PCC-REASON         TO PCT-REOPEN-REASON              07750000
077600        MOVE 'REOPENED FOR TODAY'          TO WS-DISPOSITION      07760000
077700     ELSE                                                         07770000
077800        SET PCT-CLOSED          TO TRUE                           07780000
077900        MOVE 'RE-CLOSED'                   TO WS-DISPOSITION      07790000
078000     END-IF.                                                      07800000
078100     MOVE PERIOD-CTL-REC        TO WS-PCT-ROW(WS-PCT-SLOT).       07810000
078200     SET WS-PCT-CHANGED         TO TRUE.                          07820000
078300 5100-EXIT.                                                       07830000
078400     EXIT.                                                        07840000
078500                                                                  07850000
078600 5200-CARD-LINE.                                                  07860000
078700     DISPLAY 'CARD ' WS-CARD-CNT ' ' PCC-ACTION ' '               07870000
078800             PCC-PERIOD-END ' ' PCC-PGM ' ' WS-DISPOSITION.       07880000
078900     MOVE SPACES                TO STMT-REC.                      07890000
079000     STRING '  ' DELIMITED BY SIZE                                07900000
079100        PCC-ACTION DELIMITED BY SIZE                              07910000
079200        '  PERIOD ' DELIMITED BY SIZE                             07920000
079300        PCC-PERIOD-END DELIMITED BY SIZE                          07930000
079400        '  ' DELIMITED BY SIZE                                    07940000
079500        PCC-PGM DELIMITED BY SIZE                                 07950000
079600        '  ' DELIMITED BY SIZE                                    07960000
079700        PCC-OPER DELIMITED BY SIZE                                07970000
079800        '  ' DELIMITED BY SIZE                                    07980000
079900        PCC-REASON DELIMITED BY SIZE                              07990000
080000        '  ' DELIMITED BY SIZE                                    08000000
080100        WS-DISPOSITION DELIMITED BY SIZE                          08010000
080200        INTO STMT-REC.                                            08020000
080300     WRITE STMT-REC.                                              08030000
080400 5200-EXIT.                                                       08040000
080500     EXIT.                                                        08050000
080600                                                                  08060000
080700 6000-REWRITE-CONTROL.                                            08070000
080800     OPEN OUTPUT PCT-FILE.                                        08080000
080900     IF NOT PCT-SUCCESS                                           08090000
081000        DISPLAY 'ERROR - UNABLE TO WRITE AOCDPCTL, FILE STATUS: ' 08100000
081100                PCT-FILE-STATUS                                   08110000
081200        MOVE 16             TO RETURN-CODE                        08120000
081300        MOVE 'UNABLE TO WRITE PERIOD CONTROL FILE' TO WS-HIST-MSG 08130000
081400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             08140000
081500        GOBACK                                                    08150000
081600     END-IF.                                                      08160000
081700     PERFORM VARYING WS-I FROM 1 BY 1                             08170000
081800               UNTIL WS-I > WS-PCT-CNT                            08180000
081900        MOVE WS-PCT-ROW(WS-I)   TO PERIOD-CTL-REC                 08190000
082000        WRITE PERIOD-CTL-REC                                      08200000
082100     END-PERFORM.                                                 08210000
082200     CLOSE PCT-FILE.                                              08220000
082300 6000-EXIT.                                                       08230000
082400     EXIT.                                                        08240000
082500                                                                  08250000
082600 9800-WRITE-AUDIT-HIST.                                           08260000
082700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      08270000
082800     ACCEPT WS-HIST-TIME FROM TIME.                               08280000
082900     OPEN EXTEND AUD-HIST.                                        08290000
083000     INITIALIZE AUD-HIST-REC.                                     08300000
083100     MOVE WS-HIST-DATE          TO HIST-DATE.                     08310000
083200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     08320000
083300     MOVE 'AOCDPCLO'            TO HIST-PGM.                      08330000
083301     MOVE WS-HIST-VER           TO HIST-VERSION.                  08330100
083400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   08340000
083500     WRITE AUD-HIST-REC.                                          08350000
083600     CLOSE AUD-HIST.                                              08360000
083700 9800-EXIT.                                                       08370000
083800     EXIT.                                                        08380000
