000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 16                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  NIGHT-OVER-NIGHT RUCKSACK CONTENT CHANGES. AOCD3IDX IS        *00040000
000500*  REBUILT FROM AOCDAY3 EVERY NIGHT, SO WHEN AN ITEM WENT        *00050000
000600*  MISSING FROM A SACK THERE WAS NO RECORD OF WHEN. THIS STEP    *00060000
000700*  KEEPS TWO GENERATIONS OF THE SACK INDEX ON AOCD3IDP - THE     *00070000
000800*  PRIOR NIGHT'S AND TONIGHT'S - AND COMPARES TONIGHT'S AOCD3IDX *00080000
000900*  WITH THE PRIOR ONE BY SACK-LOOKUP-KEY. AOCD3SDL LISTS SACKS   *00090000
001000*  ADDED, SACKS REMOVED, AND FOR EACH CHANGED SACK THE ITEM      *00100000
001100*  LETTERS GAINED AND LOST WITH COUNTS. A SACK WHOSE LOSSES      *00110000
001200*  EXCEED ITS GAINS BY THE LOSS LIMIT OR MORE IS FLAGGED         *00120000
001300*  INVESTIGATE FOR STORES. A RERUN ON THE SAME NIGHT COMPARES    *00130000
001400*  AGAINST THE SAME PRIOR GENERATION, NOT AGAINST ITSELF         *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD3PGG.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* TONIGHT'S SACK INDEX FROM AOCD3PG9, BROWSED IN KEY ORDER       *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT SACK-LOOKUP ASSIGN TO AOCD3IDX                        00260000
002700        ORGANIZATION    IS INDEXED                                00270000
002800         ACCESS MODE    IS DYNAMIC                                00280000
002900         RECORD KEY     IS SACK-LOOKUP-KEY                        00290000
003000         FILE STATUS    IS SACK-LOOKUP-STATUS.                    00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* THE SACK INDEX GENERATIONS - P ROWS ARE THE PRIOR NIGHT,       *00330000
003400* C ROWS TONIGHT, EACH STAMPED WITH THE RUN DATE IT WAS TAKEN    *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT IDP-FILE    ASSIGN TO AOCD3IDP                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS IDP-FILE-STATUS.                       00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200* THE SACK CONTENT CHANGE REPORT                                 *00420000
004300*----------------------------------------------------------------*00430000
004400     SELECT SDL-RPT     ASSIGN TO AOCD3SDL                        00440000
004500        ORGANIZATION    IS SEQUENTIAL                             00450000
004600         ACCESS MODE    IS SEQUENTIAL                             00460000
004700         FILE STATUS    IS SDL-FILE-STATUS.                       00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS HIST-FILE-STATUS.                      00550000
005600                                                                  00560000
005700 DATA DIVISION.                                                   00570000
005800 FILE SECTION.                                                    00580000
005900 FD  SACK-LOOKUP.                                                 00590000
006000 01  SACK-LOOKUP-REC.                                             00600000
006100     05 SACK-LOOKUP-KEY     PIC X(10).                            00610000
006200     05 SACK-LOOKUP-TEXT    PIC X(80).                            00620000
006300                                                                  00630000
006400 FD  IDP-FILE.                                                    00640000
006500 01  IDP-REC.                                                     00650000
006600     05 IDP-GEN             PIC X(01).                            00660000
006700        88 IDP-PRIOR-GEN              VALUE 'P'.                  00670000
006800        88 IDP-CURRENT-GEN            VALUE 'C'.                  00680000
006900     05 FILLER              PIC X(01).                            00690000
007000     05 IDP-GEN-DATE        PIC 9(08).                            00700000
007100     05 FILLER              PIC X(01).                            00710000
007200     05 IDP-SACK-KEY        PIC X(10).                            00720000
007300     05 FILLER              PIC X(01).                            00730000
007400     05 IDP-SACK-TEXT       PIC X(80).                            00740000
007500                                                                  00750000
007600*----------------------------------------------------------------*00760000
007700* ONE LINE PER ADDED OR REMOVED SACK; A CHANGED SACK TAKES AS    *00770000
007800* MANY LINES AS ITS GAINED AND LOST ITEMS NEED                   *00780000
007900*----------------------------------------------------------------*00790000
008000 FD  SDL-RPT.                                                     00800000
008100 01  SDL-REC                PIC X(80).                            00810000
008200 01  SDL-DTL-LINE.                                                00820000
008300     05 SDL-KIND            PIC X(08).                            00830000
008400     05 FILLER              PIC X(01).                            00840000
008500     05 SDL-SACK-KEY        PIC X(10).                            00850000
008600     05 FILLER              PIC X(01).                            00860000
008700     05 SDL-ITEMS           PIC X(48).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 SDL-FLAG            PIC X(11).                            00890000
009000                                                                  00900000
009100 FD  AUD-HIST                                                     00910000
009200     DATA RECORD IS AUD-HIST-REC.                                 00920000
009300 01  AUD-HIST-REC.                                                00930000
009400     05 HIST-DATE            PIC 9(08).                           00940000
009500     05 FILLER               PIC X(02).                           00950000
009600     05 HIST-TIME            PIC 9(06).                           00960000
009700     05 FILLER               PIC X(02).                           00970000
009800     05 HIST-PGM             PIC X(08).                           00980000
009900     05 FILLER               PIC X(02).                           00990000
010000     05 HIST-OUTPUT          PIC X(40).                           01000000
010001     05 FILLER               PIC X(02).                           01000100
010002     05 HIST-VERSION         PIC X(08).                           01000200
010100                                                                  01010000
010200 WORKING-STORAGE SECTION.                                         01020000
010300 01  WS-WORK-FIELDS.                                              01030000
010400     05 WS-I              PIC 9(04)   VALUE ZEROES.               01040000
010500     05 WS-J              PIC 9(04)   VALUE ZEROES.               01050000
010600     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01060000
010700     05 WS-L              PIC 9(02)   VALUE ZEROES.               01070000
010800     05 WS-PTR            PIC 9(02)   VALUE ZEROES.               01080000
010900     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01090000
011000     05 WS-PRIOR-DATE     PIC 9(08)   VALUE ZEROES.               01100000
011100     05 WS-OLD-C-DATE     PIC 9(08)   VALUE ZEROES.               01110000
011200     05 WS-OLD-P-DATE     PIC 9(08)   VALUE ZEROES.               01120000
011300     05 WS-DIFF           PIC S9(03)  VALUE ZEROES.               01130000
011400     05 WS-GAINED         PIC 9(03)   VALUE ZEROES.               01140000
011500     05 WS-LOST           PIC 9(03)   VALUE ZEROES.               01150000
011600     05 WS-ITEM-CNT       PIC 9(03)   VALUE ZEROES.               01160000
011700     05 WS-EDIT-CNT       PIC ZZ9.                                01170000
011800     05 WS-TOKEN          PIC X(06)   VALUE SPACES.               01180000
011900     05 WS-ADDED-CNT      PIC 9(05)   VALUE ZEROES.               01190000
012000     05 WS-REMOVED-CNT    PIC 9(05)   VALUE ZEROES.               01200000
012100     05 WS-CHANGED-CNT    PIC 9(05)   VALUE ZEROES.               01210000
012200     05 WS-REORDER-CNT    PIC 9(05)   VALUE ZEROES.               01220000
012300     05 WS-SAME-CNT       PIC 9(05)   VALUE ZEROES.               01230000
012400     05 WS-FLAG-CNT       PIC 9(05)   VALUE ZEROES.               01240000
012500     05 WS-RERUN-SW       PIC X(01)   VALUE 'N'.                  01250000
012600        88 WS-RERUN                   VALUE 'Y'.                  01260000
012700                                                                  01270000
012800*----------------------------------------------------------------*01280000
012900* A SACK WHOSE LOSSES EXCEED ITS GAINS BY THIS MANY ITEMS OR     *01290000
013000* MORE IS FLAGGED FOR STORES TO INVESTIGATE                      *01300000
013100*----------------------------------------------------------------*01310000
013200 77  WS-LOSS-LIMIT        PIC 9(03)   VALUE 5.                    01320000
013300                                                                  01330000
013400*----------------------------------------------------------------*01340000
013500* THE ITEM ALPHABET AND PER-LETTER COUNTS FOR ONE SACK PAIR      *01350000
013600*----------------------------------------------------------------*01360000
013700 01  WS-ALPHABET.                                                 01370000
013800     05 FILLER            PIC X(26)                               01380000
013900                          VALUE 'abcdefghijklmnopqrstuvwxyz'.     01390000
014000     05 FILLER            PIC X(26)                               01400000
014100                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     01410000
014200 01  WS-ALPHA-TABLE REDEFINES WS-ALPHABET.                        01420000
014300     05 WS-ALPHA          PIC X(01)   OCCURS 52 TIMES.            01430000
014400 01  WS-COUNT-TABLE.                                              01440000
014500     05 WS-COUNT-ENTRY    OCCURS 52 TIMES.                        01450000
014600        10 WS-OLD-CNT     PIC 9(03).                              01460000
014700        10 WS-NEW-CNT     PIC 9(03).                              01470000
014800                                                                  01480000
014900*----------------------------------------------------------------*01490000
015000* THE GENERATIONS AS LOADED AND TONIGHT'S INDEX - ENOUGH ROOM    *01500000
015100* FOR EVERY SACK ON A NIGHT'S AOCDAY3                            *01510000
015200*----------------------------------------------------------------*01520000
015300 01  WS-GEN-FIELDS.                                               01530000
015400     05 WS-OLDC-CNT       PIC 9(04)   VALUE ZEROES.               01540000
015500     05 WS-OLDP-CNT       PIC 9(04)   VALUE ZEROES.               01550000
015600     05 WS-CUR-CNT        PIC 9(04)   VALUE ZEROES.               01560000
015700     05 WS-MAX-SACKS      PIC 9(04)   VALUE 3000.                 01570000
015800 01  WS-OLDC-TABLE.                                               01580000
015900     05 WS-OLDC-ENTRY     OCCURS 3000 TIMES.                      01590000
016000        10 WS-OLDC-KEY    PIC X(10).                              01600000
016100        10 WS-OLDC-TEXT   PIC X(80).                              01610000
016200 01  WS-OLDP-TABLE.                                               01620000
016300     05 WS-OLDP-ENTRY     OCCURS 3000 TIMES.                      01630000
016400        10 WS-OLDP-KEY    PIC X(10).                              01640000
016500        10 WS-OLDP-TEXT   PIC X(80).                              01650000
016600 01  WS-CUR-TABLE.                                                01660000
016700     05 WS-CUR-ENTRY      OCCURS 3000 TIMES.                      01670000
016800        10 WS-CUR-KEY     PIC X(10).                              01680000
016900        10 WS-CUR-TEXT    PIC X(80).                              01690000
017000 01  WS-MATCH-TABLE.                                              01700000
017100     05 WS-MATCHED        PIC X(01)   OCCURS 3000 TIMES.          01710000
017200                                                                  01720000
017300 01  WS-SWITCHES.                                                 01730000
017400     05 SACK-LOOKUP-STATUS PIC X(02)  VALUE SPACES.               01740000
017500        88 SACK-LOOKUP-SUCCESS VALUE '00'.                        01750000
017600        88 SACK-LOOKUP-EOF     VALUE '10'.                        01760000
017700     05 IDP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01770000
017800        88 IDP-SUCCESS    VALUE '00'.                             01780000
017900        88 IDP-EOF        VALUE '10'.                             01790000
018000     05 SDL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01800000
018100        88 SDL-SUCCESS    VALUE '00'.                             01810000
018200     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01820000
018300        88 HIST-SUCCESS   VALUE '00'.                             01830000
018400                                                                  01840000
018500 01  WS-HIST-FIELDS.                                              01850000
018600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01860000
018700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01870000
018800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01880000
018801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01880100
018900                                                                  01890000
019000 PROCEDURE DIVISION.                                              01900000
019100                                                                  01910000
019200     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  01920000
019300     PERFORM 0500-LOAD-GENERATIONS     THRU 0500-EXIT.            01930000
019400     PERFORM 0600-LOAD-TONIGHT         THRU 0600-EXIT.            01940000
019500     PERFORM 1000-OPEN-REPORT          THRU 1000-EXIT.            01950000
019600     PERFORM 2000-COMPARE-SACKS        THRU 2000-EXIT.            01960000
019700     PERFORM 3000-LIST-REMOVED         THRU 3000-EXIT.            01970000
019800     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            01980000
019900     CLOSE SDL-RPT.                                               01990000
020000     PERFORM 6000-ROLL-GENERATIONS     THRU 6000-EXIT.            02000000
020100     IF WS-FLAG-CNT > ZEROES                                      02010000
020200        MOVE 4                TO RETURN-CODE                      02020000
020300     END-IF.                                                      02030000
020400     STRING 'SACKS CHANGED ' DELIMITED BY SIZE                    02040000
020500        WS-CHANGED-CNT DELIMITED BY SIZE                          02050000
020600        ' FLAGGED ' DELIMITED BY SIZE                             02060000
020700        WS-FLAG-CNT DELIMITED BY SIZE                             02070000
020800        INTO WS-HIST-MSG.                                         02080000
020900     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02090000
021000     GOBACK.                                                      02100000
021100                                                                  02110000
021200 0500-LOAD-GENERATIONS.                                           02120000
021300*----------------------------------------------------------------*02130000
021400* THE C ROWS ARE NORMALLY LAST NIGHT. IF THEY ARE ALREADY        *02140000
021500* STAMPED WITH TONIGHT'S DATE THIS IS A RERUN AND THE P ROWS     *02150000
021600* ARE THE PRIOR NIGHT INSTEAD                                    *02160000
021700*----------------------------------------------------------------*02170000
021800     OPEN INPUT IDP-FILE.                                         02180000
021900     IF NOT IDP-SUCCESS                                           02190000
022000        DISPLAY 'NO PRIOR SACK INDEX GENERATION - EVERY SACK '    02200000
022100                'IS REPORTED AS ADDED'                            02210000
022200        GO TO 0500-EXIT                                           02220000
022300     END-IF.                                                      02230000
022400     PERFORM UNTIL IDP-EOF                                        02240000
022500        READ IDP-FILE                                             02250000
022600             AT END                                               02260000
022700                SET IDP-EOF TO TRUE                               02270000
022800             NOT AT END                                           02280000
022900                PERFORM 0550-KEEP-ONE-ROW  THRU 0550-EXIT         02290000
023000        END-READ                                                  02300000
023100     END-PERFORM.                                                 02310000
023200     CLOSE IDP-FILE.                                              02320000
023300     IF WS-OLD-C-DATE = WS-RUN-DATE                               02330000
023400        SET WS-RERUN          TO TRUE                             02340000
023500        MOVE WS-OLD-P-DATE    TO WS-PRIOR-DATE                    02350000
023600        DISPLAY 'RERUN FOR ' WS-RUN-DATE                          02360000
023700                ' - COMPARING AGAINST GENERATION ' WS-PRIOR-DATE  02370000
023800     ELSE                                                         02380000
023900        MOVE WS-OLD-C-DATE    TO WS-PRIOR-DATE                    02390000
024000     END-IF.                                                      02400000
024100 0500-EXIT.                                                       02410000
024200     EXIT.                                                        02420000
024300                                                                  02430000
024400 0550-KEEP-ONE-ROW.                                               02440000
024500     EVALUATE TRUE                                                02450000
024600         WHEN IDP-CURRENT-GEN                                     02460000
024700              IF WS-OLDC-CNT < WS-MAX-SACKS                       02470000
024800                 ADD 1           TO WS-OLDC-CNT                   02480000
024900                 MOVE IDP-SACK-KEY  TO WS-OLDC-KEY(WS-OLDC-CNT)   02490000
025000                 MOVE IDP-SACK-TEXT TO WS-OLDC-TEXT(WS-OLDC-CNT)  02500000
025100                 MOVE IDP-GEN-DATE  TO WS-OLD-C-DATE              02510000
025200              ELSE                                                02520000
025300                 DISPLAY 'GENERATION ROW DROPPED: ' IDP-SACK-KEY  02530000
025400              END-IF                                              02540000
025500         WHEN IDP-PRIOR-GEN                                       02550000
025600              IF WS-OLDP-CNT < WS-MAX-SACKS                       02560000
025700                 ADD 1           TO WS-OLDP-CNT                   02570000
025800                 MOVE IDP-SACK-KEY  TO WS-OLDP-KEY(WS-OLDP-CNT)   02580000
025900                 MOVE IDP-SACK-TEXT TO WS-OLDP-TEXT(WS-OLDP-CNT)  02590000
026000                 MOVE IDP-GEN-DATE  TO WS-OLD-P-DATE              02600000
026100              ELSE                                                02610000
026200                 DISPLAY 'GENERATION ROW DROPPED: ' IDP-SACK-KEY  02620000
026300              END-IF                                              02630000
026400         WHEN OTHER                                               02640000
026500              DISPLAY 'GENERATION ROW DROPPED: ' IDP-SACK-KEY     02650000
026600     END-EVALUATE.                                                02660000
026700 0550-EXIT.                                                       02670000
026800     EXIT.                                                        02680000
026900                                                                  02690000
027000 0600-LOAD-TONIGHT.                                               02700000
027100     OPEN INPUT SACK-LOOKUP.                                      02710000
027200     IF NOT SACK-LOOKUP-SUCCESS                                   02720000
027300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3IDX, FILE STATUS: '  02730000
027400                SACK-LOOKUP-STATUS                                02740000
027500        MOVE 16             TO RETURN-CODE                        02750000
027600        MOVE 'UNABLE TO OPEN SACK INDEX'  TO WS-HIST-MSG          02760000
027700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02770000
027800        GOBACK                                                    02780000
027900     END-IF.                                                      02790000
028000     MOVE LOW-VALUES          TO SACK-LOOKUP-KEY.                 02800000
028100     START SACK-LOOKUP KEY NOT < SACK-LOOKUP-KEY                  02810000
028200           INVALID KEY                                            02820000
028300              SET SACK-LOOKUP-EOF  TO TRUE                        02830000
028400     END-START.                                                   02840000
028500     PERFORM UNTIL SACK-LOOKUP-EOF                                02850000
028600        READ SACK-LOOKUP NEXT RECORD                              02860000
028700             AT END                                               02870000
028800                SET SACK-LOOKUP-EOF TO TRUE                       02880000
028900             NOT AT END                                           02890000
029000                IF WS-CUR-CNT < WS-MAX-SACKS                      02900000
029100                   ADD 1 TO WS-CUR-CNT                            02910000
029200                   MOVE SACK-LOOKUP-KEY  TO WS-CUR-KEY(WS-CUR-CNT)02920000
029300                   MOVE SACK-LOOKUP-TEXT                          02930000
029400                                       TO WS-CUR-TEXT(WS-CUR-CNT) 02940000
029500                ELSE                                              02950000
029600                   DISPLAY 'SACK CAPACITY (3000) EXCEEDED: '      02960000
029700                           SACK-LOOKUP-KEY                        02970000
029800                END-IF                                            02980000
029900        END-READ                                                  02990000
030000     END-PERFORM.                                                 03000000
030100     CLOSE SACK-LOOKUP.                                           03010000
030200 0600-EXIT.                                                       03020000
030300     EXIT.                                                        03030000
030400                                                                  03040000
030500 1000-OPEN-REPORT.                                                03050000
030600     OPEN OUTPUT SDL-RPT.                                         03060000
030700     MOVE SPACES              TO SDL-REC.                         03070000
030800     STRING 'RUCKSACK CONTENT CHANGES - ' DELIMITED BY SIZE       03080000
030900        WS-PRIOR-DATE DELIMITED BY SIZE                           03090000
031000        ' TO ' DELIMITED BY SIZE                                  03100000
031100        WS-RUN-DATE DELIMITED BY SIZE                             03110000
031200        INTO SDL-REC.                                             03120000
031300     WRITE SDL-REC.                                               03130000
031400     MOVE SPACES              TO SDL-REC.                         03140000
031500     WRITE SDL-REC.                                               03150000
031600     MOVE 'CHANGE   SACK KEY   ITEMS GAINED (+) AND LOST (-)'     03160000
031700                              TO SDL-REC.                         03170000
031800     WRITE SDL-REC.                                               03180000
031900 1000-EXIT.                                                       03190000
032000     EXIT.                                                        03200000
032100                                                                  03210000
032200 2000-COMPARE-SACKS.                                              03220000
032300*----------------------------------------------------------------*03230000
032400* EVERY SACK TONIGHT IS LOOKED UP IN THE PRIOR GENERATION.       *03240000
032500* NOT THERE IS ADDED; THERE WITH DIFFERENT CONTENTS IS CHANGED   *03250000
032600*----------------------------------------------------------------*03260000
032700     MOVE SPACES              TO WS-MATCH-TABLE.                  03270000
032800     PERFORM VARYING WS-J FROM 1 BY 1                             03280000
032900               UNTIL WS-J > WS-CUR-CNT                            03290000
033000        PERFORM 2100-FIND-PRIOR-SACK  THRU 2100-EXIT              03300000
033100        EVALUATE TRUE                                             03310000
033200            WHEN WS-SLOT = ZEROES                                 03320000
033300                 PERFORM 2200-REPORT-ADDED  THRU 2200-EXIT        03330000
033400            WHEN WS-RERUN                                         03340000
033500             AND WS-OLDP-TEXT(WS-SLOT) = WS-CUR-TEXT(WS-J)        03350000
033600                 ADD 1          TO WS-SAME-CNT                    03360000
033700            WHEN NOT WS-RERUN                                     03370000
033800             AND WS-OLDC-TEXT(WS-SLOT) = WS-CUR-TEXT(WS-J)        03380000
033900                 ADD 1          TO WS-SAME-CNT                    03390000
034000            WHEN OTHER                                            03400000
034100                 PERFORM 2300-REPORT-CHANGED  THRU 2300-EXIT      03410000
034200        END-EVALUATE                                              03420000
034300     END-PERFORM.                                                 03430000
034400 2000-EXIT.                                                       03440000
034500     EXIT.                                                        03450000
034600                                                                  03460000
034700 2100-FIND-PRIOR-SACK.                                            03470000
034800     MOVE ZEROES              TO WS-SLOT.                         03480000
034900     IF WS-RERUN                                                  03490000
035000        PERFORM VARYING WS-I FROM 1 BY 1                          03500000
035100                  UNTIL WS-I > WS-OLDP-CNT                        03510000
035200                     OR WS-SLOT > ZEROES                          03520000
035300           IF WS-OLDP-KEY(WS-I) = WS-CUR-KEY(WS-J)                03530000
035400              MOVE WS-I          TO WS-SLOT                       03540000
035500           END-IF                                                 03550000
035600        END-PERFORM                                               03560000
035700     ELSE                                                         03570000
035800        PERFORM VARYING WS-I FROM 1 BY 1                          03580000
035900                  UNTIL WS-I > WS-OLDC-CNT                        03590000
036000                     OR WS-SLOT > ZEROES                          03600000
036100           IF WS-OLDC-KEY(WS-I) = WS-CUR-KEY(WS-J)                03610000
036200              MOVE WS-I          TO WS-SLOT                       03620000
036300           END-IF                                                 03630000
036400        END-PERFORM                                               03640000
036500     END-IF.                                                      03650000
036600     IF WS-SLOT > ZEROES                                          03660000
036700        MOVE 'Y'              TO WS-MATCHED(WS-SLOT)              03670000
036800     END-IF.                                                      03680000
036900 2100-EXIT.                                                       03690000
037000     EXIT.                                                        03700000
037100                                                                  03710000
037200 2200-REPORT-ADDED.                                               03720000
037300     ADD 1                    TO WS-ADDED-CNT.                    03730000
037400     MOVE ZEROES              TO WS-ITEM-CNT.                     03740000
037500     INSPECT WS-CUR-TEXT(WS-J) TALLYING WS-ITEM-CNT               03750000
037600             FOR CHARACTERS BEFORE INITIAL SPACE.                 03760000
037700     MOVE WS-ITEM-CNT         TO WS-EDIT-CNT.                     03770000
037800     MOVE SPACES              TO SDL-REC.                         03780000
037900     MOVE 'ADDED'             TO SDL-KIND.                        03790000
038000     MOVE WS-CUR-KEY(WS-J)    TO SDL-SACK-KEY.                    03800000
038100     STRING 'NEW SACK WITH ' DELIMITED BY SIZE                    03810000
038200        WS-EDIT-CNT DELIMITED BY SIZE                             03820000
038300        ' ITEMS' DELIMITED BY SIZE                                03830000
038400        INTO SDL-ITEMS.                                           03840000
038500     WRITE SDL-DTL-LINE.                                          03850000
038600 2200-EXIT.                                                       03860000
038700     EXIT.                                                        03870000
038800                                                                  03880000
038900 2300-REPORT-CHANGED.                                             03890000
039000*----------------------------------------------------------------*03900000
039100* COUNT EVERY LETTER IN BOTH VERSIONS OF THE SACK. A SACK WHOSE  *03910000
039200* COUNTS MATCH WAS ONLY REARRANGED AND IS COUNTED, NOT LISTED    *03920000
039300*----------------------------------------------------------------*03930000
039400     INITIALIZE               WS-COUNT-TABLE.                     03940000
039500     PERFORM VARYING WS-L FROM 1 BY 1                             03950000
039600               UNTIL WS-L > 52                                    03960000
039700        IF WS-RERUN                                               03970000
039800           INSPECT WS-OLDP-TEXT(WS-SLOT) TALLYING WS-OLD-CNT(WS-L)03980000
039900                   FOR ALL WS-ALPHA(WS-L)                         03990000
040000        ELSE                                                      04000000
040100           INSPECT WS-OLDC-TEXT(WS-SLOT) TALLYING WS-OLD-CNT(WS-L)04010000
040200                   FOR ALL WS-ALPHA(WS-L)                         04020000
040300        END-IF                                                    04030000
040400        INSPECT WS-CUR-TEXT(WS-J) TALLYING WS-NEW-CNT(WS-L)       04040000
040500                FOR ALL WS-ALPHA(WS-L)                            04050000
040600     END-PERFORM.                                                 04060000
040700     MOVE ZEROES              TO WS-GAINED WS-LOST.               04070000
040800     PERFORM VARYING WS-L FROM 1 BY 1                             04080000
040900               UNTIL WS-L > 52                                    04090000
041000        IF WS-NEW-CNT(WS-L) > WS-OLD-CNT(WS-L)                    04100000
041100           COMPUTE WS-GAINED = WS-GAINED                          04110000
041200                   + WS-NEW-CNT(WS-L) - WS-OLD-CNT(WS-L)          04120000
041300        ELSE                                                      04130000
041400           COMPUTE WS-LOST = WS-LOST                              04140000
041500                   + WS-OLD-CNT(WS-L) - WS-NEW-CNT(WS-L)          04150000
041600        END-IF                                                    04160000
041700     END-PERFORM.                                                 04170000
041800     IF WS-GAINED = ZEROES AND WS-LOST = ZEROES                   04180000
041900        ADD 1                 TO WS-REORDER-CNT                   04190000
042000        GO TO 2300-EXIT                                           04200000
042100     END-IF.                                                      04210000
042200     ADD 1                    TO WS-CHANGED-CNT.                  04220000
042300     MOVE SPACES              TO SDL-REC.                         04230000
042400     MOVE 'CHANGED'           TO SDL-KIND.                        04240000
042500     MOVE WS-CUR-KEY(WS-J)    TO SDL-SACK-KEY.                    04250000
042600     IF WS-LOST NOT < WS-GAINED + WS-LOSS-LIMIT                   04260000
042700        ADD 1                 TO WS-FLAG-CNT                      04270000
042800        MOVE 'INVESTIGATE'    TO SDL-FLAG                         04280000
042900        DISPLAY 'SACK ' WS-CUR-KEY(WS-J) ' LOST ' WS-LOST         04290000
043000                ' ITEMS, GAINED ' WS-GAINED ' - INVESTIGATE'      04300000
043100     END-IF.                                                      04310000
043200     MOVE 1                   TO WS-PTR.                          04320000
043300     PERFORM VARYING WS-L FROM 1 BY 1                             04330000
043400               UNTIL WS-L > 52                                    04340000
043500        IF WS-NEW-CNT(WS-L) NOT = WS-OLD-CNT(WS-L)                04350000
043600           PERFORM 2400-ADD-ITEM-TOKEN  THRU 2400-EXIT            04360000
043700        END-IF                                                    04370000
043800     END-PERFORM.                                                 04380000
043900     WRITE SDL-DTL-LINE.                                          04390000
044000 2300-EXIT.                                                       04400000
044100     EXIT.                                                        04410000
044200                                                                  04420000
044300 2400-ADD-ITEM-TOKEN.                                             04430000
044400*----------------------------------------------------------------*04440000
044500* EACH LETTER GOES ON AS LETTER, SIGN AND COUNT - A+2 OR C-1.    *04450000
044600* A FULL ITEMS COLUMN IS WRITTEN AND THE LIST CONTINUES BELOW    *04460000
044700*----------------------------------------------------------------*04470000
044800     COMPUTE WS-DIFF = WS-NEW-CNT(WS-L) - WS-OLD-CNT(WS-L).       04480000
044900     IF WS-DIFF > ZEROES                                          04490000
045000        MOVE WS-DIFF          TO WS-EDIT-CNT                      04500000
045100        MOVE SPACES           TO WS-TOKEN                         04510000
045200        STRING WS-ALPHA(WS-L) DELIMITED BY SIZE                   04520000
045300           '+' DELIMITED BY SIZE                                  04530000
045400           FUNCTION TRIM(WS-EDIT-CNT) DELIMITED BY SIZE           04540000
045500           INTO WS-TOKEN                                          04550000
045600     ELSE                                                         04560000
045700        COMPUTE WS-DIFF = ZEROES - WS-DIFF                        04570000
045800        MOVE WS-DIFF          TO WS-EDIT-CNT                      04580000
045900        MOVE SPACES           TO WS-TOKEN                         04590000
046000        STRING WS-ALPHA(WS-L) DELIMITED BY SIZE                   04600000
046100           '-' DELIMITED BY SIZE                                  04610000
046200           FUNCTION TRIM(WS-EDIT-CNT) DELIMITED BY SIZE           04620000
046300           INTO WS-TOKEN                                          04630000
046400     END-IF.                                                      04640000
046500     IF WS-PTR > 43                                               04650000
046600        WRITE SDL-DTL-LINE                                        04660000
046700        MOVE SPACES           TO SDL-REC                          04670000
046800        MOVE 1                TO WS-PTR                           04680000
046900     END-IF.                                                      04690000
047000     MOVE WS-TOKEN            TO SDL-ITEMS(WS-PTR:6).             04700000
047100     ADD 6                    TO WS-PTR.                          04710000
047200 2400-EXIT.                                                       04720000
047300     EXIT.                                                        04730000
047400                                                                  04740000
047500 3000-LIST-REMOVED.                                               04750000
047600*----------------------------------------------------------------*04760000
047700* A PRIOR SACK NOBODY MATCHED TONIGHT HAS GONE FROM THE INDEX    *04770000
047800*----------------------------------------------------------------*04780000
047900     IF WS-RERUN                                                  04790000
048000        MOVE WS-OLDP-CNT      TO WS-I                             04800000
048100     ELSE                                                         04810000
048200        MOVE WS-OLDC-CNT      TO WS-I                             04820000
048300     END-IF.                                                      04830000
048400     PERFORM VARYING WS-SLOT FROM 1 BY 1                          04840000
048500               UNTIL WS-SLOT > WS-I                               04850000
048600        IF WS-MATCHED(WS-SLOT) NOT = 'Y'                          04860000
048700           ADD 1              TO WS-REMOVED-CNT                   04870000
048800           MOVE ZEROES        TO WS-ITEM-CNT                      04880000
048900           MOVE SPACES        TO SDL-REC                          04890000
049000           MOVE 'REMOVED'     TO SDL-KIND                         04900000
049100           IF WS-RERUN                                            04910000
049200              MOVE WS-OLDP-KEY(WS-SLOT)  TO SDL-SACK-KEY          04920000
049300              INSPECT WS-OLDP-TEXT(WS-SLOT) TALLYING WS-ITEM-CNT  04930000
049400                      FOR CHARACTERS BEFORE INITIAL SPACE         04940000
049500           ELSE                                                   04950000
049600              MOVE WS-OLDC-KEY(WS-SLOT)  TO SDL-SACK-KEY          04960000
049700              INSPECT WS-OLDC-TEXT(WS-SLOT) TALLYING WS-ITEM-CNT  04970000
049800                      FOR CHARACTERS BEFORE INITIAL SPACE         04980000
049900           END-IF                                                 04990000
050000           MOVE WS-ITEM-CNT   TO WS-EDIT-CNT                      05000000
050100           STRING 'SACK GONE WITH ' DELIMITED BY SIZE             05010000
050200              WS-EDIT-CNT DELIMITED BY SIZE                       05020000
050300              ' ITEMS' DELIMITED BY SIZE                          05030000
050400              INTO SDL-ITEMS                                      05040000
050500           WRITE SDL-DTL-LINE                                     05050000
050600        END-IF                                                    05060000
050700     END-PERFORM.                                                 05070000
050800 3000-EXIT.                                                       05080000
050900     EXIT.                                                        05090000
051000                                                                  05100000
051100 5000-WRITE-TOTALS.                                               05110000
051200     MOVE SPACES              TO SDL-REC.                         05120000
051300     WRITE SDL-REC.                                               05130000
051400     MOVE SPACES              TO SDL-REC.                         05140000
051500     STRING 'SACKS ADDED      ' DELIMITED BY SIZE                 05150000
051600        WS-ADDED-CNT DELIMITED BY SIZE                            05160000
051700        INTO SDL-REC.                                             05170000
051800     WRITE SDL-REC.                                               05180000
051900     MOVE SPACES              TO SDL-REC.                         05190000
052000     STRING 'SACKS REMOVED    ' DELIMITED BY SIZE                 05200000
052100        WS-REMOVED-CNT DELIMITED BY SIZE                          05210000
052200        INTO SDL-REC.                                             05220000
052300     WRITE SDL-REC.                                               05230000
052400     MOVE SPACES              TO SDL-REC.                         05240000
052500     STRING 'SACKS CHANGED    ' DELIMITED BY SIZE                 05250000
052600        WS-CHANGED-CNT DELIMITED BY SIZE                          05260000
052700        INTO SDL-REC.                                             05270000
052800     WRITE SDL-REC.                                               05280000
052900     MOVE SPACES              TO SDL-REC.                         05290000
053000     STRING 'REARRANGED ONLY  ' DELIMITED BY SIZE                 05300000
053100        WS-REORDER-CNT DELIMITED BY SIZE                          05310000
053200        INTO SDL-REC.                                             05320000
053300     WRITE SDL-REC.                                               05330000
053400     MOVE SPACES              TO SDL-REC.                         05340000
053500     STRING 'UNCHANGED        ' DELIMITED BY SIZE                 05350000
053600        WS-SAME-CNT DELIMITED BY SIZE                             05360000
053700        INTO SDL-REC.                                             05370000
053800     WRITE SDL-REC.                                               05380000
053900     MOVE SPACES              TO SDL-REC.                         05390000
054000     STRING 'TO INVESTIGATE   ' DELIMITED BY SIZE                 05400000
054100        WS-FLAG-CNT DELIMITED BY SIZE                             05410000
054200        INTO SDL-REC.                                             05420000
054300     WRITE SDL-REC.                                               05430000
054400     DISPLAY 'SACKS ADDED: ' WS-ADDED-CNT                         05440000
054500             ' REMOVED: ' WS-REMOVED-CNT                          05450000
054600             ' CHANGED: ' WS-CHANGED-CNT                          05460000
054700             ' INVESTIGATE: ' WS-FLAG-CNT.                        05470000
054800 5000-EXIT.                                                       05480000
054900     EXIT.                                                        05490000
055000                                                                  05500000
055100 6000-ROLL-GENERATIONS.                                           05510000
055200*----------------------------------------------------------------*05520000
055300* THE PRIOR GENERATION USED TONIGHT BECOMES THE P ROWS AND       *05530000
055400* TONIGHT'S INDEX THE C ROWS                                     *05540000
055500*----------------------------------------------------------------*05550000
055600     OPEN OUTPUT IDP-FILE.                                        05560000
055700     IF WS-RERUN                                                  05570000
055800        MOVE WS-OLDP-CNT      TO WS-I                             05580000
055900     ELSE                                                         05590000
056000        MOVE WS-OLDC-CNT      TO WS-I                             05600000
056100     END-IF.                                                      05610000
056200     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05620000
056300               UNTIL WS-SLOT > WS-I                               05630000
056400        MOVE SPACES           TO IDP-REC                          05640000
056500        MOVE 'P'              TO IDP-GEN                          05650000
056600        MOVE WS-PRIOR-DATE    TO IDP-GEN-DATE                     05660000
056700        IF WS-RERUN                                               05670000
056800           MOVE WS-OLDP-KEY(WS-SLOT)   TO IDP-SACK-KEY            05680000
056900           MOVE WS-OLDP-TEXT(WS-SLOT)  TO IDP-SACK-TEXT           05690000
057000        ELSE                                                      05700000
057100           MOVE WS-OLDC-KEY(WS-SLOT)   TO IDP-SACK-KEY            05710000
057200           MOVE WS-OLDC-TEXT(WS-SLOT)  TO IDP-SACK-TEXT           05720000
057300        END-IF                                                    05730000
057400        WRITE IDP-REC                                             05740000
057500     END-PERFORM.                                                 05750000
057600     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05760000
057700               UNTIL WS-SLOT > WS-CUR-CNT                         05770000
057800        MOVE SPACES           TO IDP-REC                          05780000
057900        MOVE 'C'              TO IDP-GEN                          05790000
058000        MOVE WS-RUN-DATE      TO IDP-GEN-DATE                     05800000
058100        MOVE WS-CUR-KEY(WS-SLOT)   TO IDP-SACK-KEY                05810000
058200        MOVE WS-CUR-TEXT(WS-SLOT)  TO IDP-SACK-TEXT               05820000
058300        WRITE IDP-REC                                             05830000
058400     END-PERFORM.                                                 05840000
058500     CLOSE IDP-FILE.                                              05850000
058600 6000-EXIT.                                                       05860000
058700     EXIT.                                                        05870000
058800                                                                  05880000
058900*----------------------------------------------------------------*05890000
059000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *05900000
059100*----------------------------------------------------------------*05910000
059200 9800-WRITE-AUDIT-HIST.                                           05920000
059300     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05930000
059400     ACCEPT WS-HIST-TIME FROM TIME.                               05940000
059500     OPEN EXTEND AUD-HIST.                                        05950000
059600     INITIALIZE AUD-HIST-REC.                                     05960000
059700     MOVE WS-HIST-DATE          TO HIST-DATE.                     05970000
059800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05980000
059900     MOVE 'AOCD3PGG'            TO HIST-PGM.                      05990000
059901     MOVE WS-HIST-VER           TO HIST-VERSION.                  05990100
060000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06000000
060100     WRITE AUD-HIST-REC.                                          06010000
060200     CLOSE AUD-HIST.                                              06020000
060300 9800-EXIT.                                                       06030000
060400     EXIT.                                                        06040000
