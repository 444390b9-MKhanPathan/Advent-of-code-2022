000100*----------------------------------------------------------------*00010000
000200*         ADVENT OF CODE - PSEUDONYMIZED ANALYST EXTRACT         *00020000
000300*----------------------------------------------------------------*00030000
000400*   THE DELIMITED EXTRACT FOR OUTSIDE ANALYSTS. THE SAME ROWS    *00040000
000500*   AOCDBEXP EXPORTS FOR THE CALORIE REPORT AND THE LEADERBOARD, *00050000
000600*   PLUS THE ELF, PLAYER AND SECTION MASTERS - BUT EVERY         *00060000
000700*   PERSONAL IDENTIFIER IS REPLACED BY A TOKEN. TOKENS COME FROM *00070000
000800*   THE AOCDPKEY KEY TABLE: A NAME ALREADY ON IT ALWAYS GETS THE *00080000
000900*   SAME TOKEN, A NEW NAME IS GIVEN THE NEXT NUMBER FOR ITS KIND *00090000
001000*   AND APPENDED WITH THE OPERATOR AND DATE. EXISTING KEY ROWS   *00100000
001100*   ARE NEVER CHANGED. THE KEY TABLE STAYS WITH OPERATIONS - IT  *00110000
001200*   IS NEVER PART OF THE EXTRACT. THE AOCDPMAN MANIFEST LISTS    *00120000
001300*   EACH EXTRACT FILE WITH ITS ROWS, THE VALUES MASKED AND THE   *00130000
001400*   FIELDS MASKED, AND GOES OUT WITH THE EXTRACT                 *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCDPSEX.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* SOURCE FILES - THE TWO REPORTS AOCDBEXP EXPORTS THAT CARRY     *00240000
002500* NAMES, AND THE THREE MASTERS THE NAMES COME FROM               *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT CAL-RPT     ASSIGN TO AOCD1RPT                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS WS-IN-STATUS.                          00300000
003100                                                                  00310000
003200     SELECT LDR-HIST    ASSIGN TO AOCD2LDR                        00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS WS-IN-STATUS.                          00350000
003600                                                                  00360000
003700     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00370000
003800        ORGANIZATION    IS INDEXED                                00380000
003900         ACCESS MODE    IS SEQUENTIAL                             00390000
004000         RECORD KEY     IS ELF-MST-KEY                            00400000
004100         FILE STATUS    IS WS-IN-STATUS.                          00410000
004200                                                                  00420000
004300     SELECT PLAYER-MST  ASSIGN TO AOCD2PLM                        00430000
004400        ORGANIZATION    IS SEQUENTIAL                             00440000
004500         ACCESS MODE    IS SEQUENTIAL                             00450000
004600         FILE STATUS    IS WS-IN-STATUS.                          00460000
004700                                                                  00470000
004800     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS WS-IN-STATUS.                          00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400* TOKEN KEY TABLE - REAL NAME TO TOKEN, OPERATIONS ONLY          *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT KEY-FILE    ASSIGN TO AOCDPKEY                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS KEY-FILE-STATUS.                       00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200* PSEUDONYMIZED EXTRACT FILES AND THEIR MANIFEST                 *00620000
006300*----------------------------------------------------------------*00630000
006400     SELECT CAL-CSV     ASSIGN TO AOCDP1CS                        00640000
006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         FILE STATUS    IS WS-OUT-STATUS.                         00660000
006700                                                                  00670000
006800     SELECT LDR-CSV     ASSIGN TO AOCDP2CS                        00680000
006900        ORGANIZATION    IS SEQUENTIAL                             00690000
007000         FILE STATUS    IS WS-OUT-STATUS.                         00700000
007100                                                                  00710000
007200     SELECT ELF-CSV     ASSIGN TO AOCDP1MS                        00720000
007300        ORGANIZATION    IS SEQUENTIAL                             00730000
007400         FILE STATUS    IS WS-OUT-STATUS.                         00740000
007500                                                                  00750000
007600     SELECT PLM-CSV     ASSIGN TO AOCDP2PM                        00760000
007700        ORGANIZATION    IS SEQUENTIAL                             00770000
007800         FILE STATUS    IS WS-OUT-STATUS.                         00780000
007900                                                                  00790000
008000     SELECT SEC-CSV     ASSIGN TO AOCDP4SC                        00800000
008100        ORGANIZATION    IS SEQUENTIAL                             00810000
008200         FILE STATUS    IS WS-OUT-STATUS.                         00820000
008300                                                                  00830000
008400     SELECT MNF-RPT     ASSIGN TO AOCDPMAN                        00840000
008500        ORGANIZATION    IS SEQUENTIAL                             00850000
008600         ACCESS MODE    IS SEQUENTIAL                             00860000
008700         FILE STATUS    IS MNF-FILE-STATUS.                       00870000
008800                                                                  00880000
008900*----------------------------------------------------------------*00890000
009000*   SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN      *00900000
009100*----------------------------------------------------------------*00910000
009200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00920000
009300        ORGANIZATION    IS SEQUENTIAL                             00930000
009400         ACCESS MODE    IS SEQUENTIAL                             00940000
009500         FILE STATUS    IS HIST-FILE-STATUS.                      00950000
009600                                                                  00960000
009700 DATA DIVISION.                                                   00970000
009800 FILE SECTION.                                                    00980000
009900 FD  CAL-RPT.                                                     00990000
010000 01  CAL-RPT-REC.                                                 01000000
010100     05 RPT-TEXT        PIC X(40).                                01010000
010200     05 RPT-DATE        PIC 9(06).                                01020000
010300     05 RPT-SEQ         PIC 9(05).                                01030000
010400     05 RPT-AMOUNT      PIC 9(10)V99.                             01040000
010500     05 RPT-ELF-NAME    PIC X(10).                                01050000
010600     05 FILLER          PIC X(07).                                01060000
010700                                                                  01070000
010800 FD  LDR-HIST.                                                    01080000
010900 01  LEADER-REC.                                                  01090000
011000     05 LDR-RUN-DATE     PIC 9(08).                               01100000
011100     05 FILLER           PIC X(01).                               01110000
011200     05 LDR-TABLE-ID     PIC X(05).                               01120000
011300     05 FILLER           PIC X(01).                               01130000
011400     05 LDR-TOTAL        PIC 9(10).                               01140000
011500     05 FILLER           PIC X(01).                               01150000
011600     05 LDR-WIN          PIC 9(05).                               01160000
011700     05 LDR-LOSE         PIC 9(05).                               01170000
011800     05 LDR-DRAW         PIC 9(05).                               01180000
011900     05 LDR-PLAYER-NAME  PIC X(20).                               01190000
012000     05 FILLER           PIC X(19).                               01200000
012100                                                                  01210000
012200 FD  ELF-MASTER.                                                  01220000
012300 01  ELF-MASTER-REC.                                              01230000
012400     05 ELF-MST-KEY       PIC X(10).                              01240000
012500     05 ELF-MST-FULL-NAME PIC X(20).                              01250000
012600     05 ELF-MST-TEAM      PIC X(10).                              01260000
012700     05 ELF-MST-ACTIVE    PIC X(01).                              01270000
012800        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   01280000
012900                                                                  01290000
013000 FD  PLAYER-MST.                                                  01300000
013100 01  PLM-REC.                                                     01310000
013200     05 PLM-TABLE-ID     PIC X(05).                               01320000
013300     05 PLM-PLAYER-NAME  PIC X(20).                               01330000
013400     05 PLM-HOME-HALL    PIC X(10).                               01340000
013500                                                                  01350000
013600 FD  SEC-MASTER.                                                  01360000
013700 01  SEC-REC.                                                     01370000
013800     05 SEC-NUMBER         PIC 9(04).                             01380000
013900     05 FILLER              PIC X(01).                            01390000
014000     05 SEC-NAME           PIC X(15).                             01400000
014100     05 FILLER              PIC X(01).                            01410000
014200     05 SEC-SUPERVISOR     PIC X(10).                             01420000
014300                                                                  01430000
014400 FD  KEY-FILE.                                                    01440000
014500 01  PKY-REC.                                                     01450000
014600     05 PKY-TYPE          PIC X(01).                              01460000
014700        88 PKY-ELF                     VALUE 'E'.                 01470000
014800        88 PKY-PLAYER                  VALUE 'P'.                 01480000
014900        88 PKY-SUPERVISOR              VALUE 'S'.                 01490000
015000     05 FILLER            PIC X(01).                              01500000
015100     05 PKY-REAL          PIC X(20).                              01510000
015200     05 FILLER            PIC X(01).                              01520000
015300     05 PKY-TOKEN         PIC X(10).                              01530000
015400     05 PKY-TOKEN-R       REDEFINES PKY-TOKEN.                    01540000
015500        10 PKY-TOKEN-PFX  PIC X(04).                              01550000
015600        10 PKY-TOKEN-NBR  PIC 9(06).                              01560000
015700     05 FILLER            PIC X(01).                              01570000
015800     05 PKY-OPERATOR      PIC X(08).                              01580000
015900     05 FILLER            PIC X(01).                              01590000
016000     05 PKY-DATE          PIC 9(08).                              01600000
016100     05 FILLER            PIC X(09).                              01610000
016200                                                                  01620000
016300 FD  CAL-CSV.                                                     01630000
016400 01  CAL-CSV-REC            PIC X(120).                           01640000
016500 FD  LDR-CSV.                                                     01650000
016600 01  LDR-CSV-REC            PIC X(120).                           01660000
016700 FD  ELF-CSV.                                                     01670000
016800 01  ELF-CSV-REC            PIC X(080).                           01680000
016900 FD  PLM-CSV.                                                     01690000
017000 01  PLM-CSV-REC            PIC X(080).                           01700000
017100 FD  SEC-CSV.                                                     01710000
017200 01  SEC-CSV-REC            PIC X(080).                           01720000
017300                                                                  01730000
017400 FD  MNF-RPT.                                                     01740000
017500 01  MNF-REC.                                                     01750000
017600     05 MNF-EXTRACT-DD    PIC X(08).                              01760000
017700     05 FILLER            PIC X(02).                              01770000
017800     05 MNF-SOURCE-DD     PIC X(08).                              01780000
017900     05 FILLER            PIC X(02).                              01790000
018000     05 MNF-RECORDS       PIC 9(07).                              01800000
018100     05 FILLER            PIC X(02).                              01810000
018200     05 MNF-MASKED        PIC 9(07).                              01820000
018300     05 FILLER            PIC X(02).                              01830000
018400     05 MNF-FIELDS        PIC X(40).                              01840000
018500     05 FILLER            PIC X(02).                              01850000
018600 01  MNF-HDR-REC.                                                 01860000
018700     05 MNH-TITLE         PIC X(22).                              01870000
018800     05 MNH-RUN-DATE      PIC 9(08).                              01880000
018900     05 FILLER            PIC X(02).                              01890000
019000     05 MNH-OPERATOR      PIC X(08).                              01900000
019100     05 FILLER            PIC X(02).                              01910000
019200     05 MNH-STATUS        PIC X(08).                              01920000
019300     05 FILLER            PIC X(02).                              01930000
019400     05 MNH-NEW-TOKENS    PIC 9(05).                              01940000
019500     05 FILLER            PIC X(02).                              01950000
019600     05 MNH-NOTE          PIC X(21).                              01960000
019700                                                                  01970000
019800 FD  AUD-HIST                                                     01980000
019900     DATA RECORD IS AUD-HIST-REC.                                 01990000
020000 01  AUD-HIST-REC.                                                02000000
020100     05 HIST-DATE            PIC 9(08).                           02010000
020200     05 FILLER               PIC X(02).                           02020000
020300     05 HIST-TIME            PIC 9(06).                           02030000
020400     05 FILLER               PIC X(02).                           02040000
020500     05 HIST-PGM             PIC X(08).                           02050000
020600     05 FILLER               PIC X(02).                           02060000
020700     05 HIST-OUTPUT          PIC X(40).                           02070000
020701     05 FILLER               PIC X(02).                           02070100
020702     05 HIST-VERSION         PIC X(08).                           02070200
020800                                                                  02080000
020900 WORKING-STORAGE SECTION.                                         02090000
021000 01  WS-WORK-FIELDS.                                              02100000
021100     05 WS-I              PIC 9(04)   VALUE ZEROES.               02110000
021200     05 WS-ROWS           PIC 9(07)   VALUE ZEROES.               02120000
021300     05 WS-MASKED         PIC 9(07)   VALUE ZEROES.               02130000
021400     05 WS-TOTAL-ROWS     PIC 9(07)   VALUE ZEROES.               02140000
021500     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               02150000
021600     05 WS-AMT-DISP       PIC 9(10).99.                           02160000
021700     05 WS-MNF-DD         PIC X(08)   VALUE SPACES.               02170000
021800     05 WS-MNF-SOURCE     PIC X(08)   VALUE SPACES.               02180000
021900     05 WS-MNF-FIELDS     PIC X(40)   VALUE SPACES.               02190000
022000                                                                  02200000
022100*----------------------------------------------------------------*02210000
022200* ONE MANIFEST ROW PER EXTRACT FILE, HELD UNTIL THE END SO THE   *02220000
022300* HEADER CAN CARRY THE OUTCOME OF THE WHOLE RUN                  *02230000
022400*----------------------------------------------------------------*02240000
022500 01  WS-MNF-TABLE.                                                02250000
022600     05 WS-MNF-CNT        PIC 9(02)   VALUE ZEROES.               02260000
022700     05 WS-MNF-ENTRY      OCCURS 5 TIMES.                         02270000
022800        10 WS-MNF-T-DD      PIC X(08).                            02280000
022900        10 WS-MNF-T-SOURCE  PIC X(08).                            02290000
023000        10 WS-MNF-T-ROWS    PIC 9(07).                            02300000
023100        10 WS-MNF-T-MASKED  PIC 9(07).                            02310000
023200        10 WS-MNF-T-FIELDS  PIC X(40).                            02320000
023300                                                                  02330000
023400*----------------------------------------------------------------*02340000
023500* THE KEY TABLE IN STORAGE. ROWS LOADED FROM AOCDPKEY ARE KEPT   *02350000
023600* AS THEY ARE; ROWS ADDED THIS RUN ARE APPENDED AT THE END, SO   *02360000
023700* ONLY ENTRIES PAST WS-KEY-LOADED ARE WRITTEN BACK               *02370000
023800*----------------------------------------------------------------*02380000
023900 01  WS-KEY-FIELDS.                                               02390000
024000     05 WS-KEY-CNT        PIC 9(04)   VALUE ZEROES.               02400000
024100     05 WS-KEY-LOADED     PIC 9(04)   VALUE ZEROES.               02410000
024200     05 WS-MAX-KEYS       PIC 9(04)   VALUE 5000.                 02420000
024300     05 WS-NEXT-ELF       PIC 9(06)   VALUE ZEROES.               02430000
024400     05 WS-NEXT-PLR       PIC 9(06)   VALUE ZEROES.               02440000
024500     05 WS-NEXT-SUP       PIC 9(06)   VALUE ZEROES.               02450000
024600     05 WS-NEW-TOKENS     PIC 9(05)   VALUE ZEROES.               02460000
024700 01  WS-KEY-TABLE.                                                02470000
024800     05 WS-KEY-ENTRY      OCCURS 5000 TIMES.                      02480000
024900        10 WS-KEY-TYPE    PIC X(01).                              02490000
025000        10 WS-KEY-REAL    PIC X(20).                              02500000
025100        10 WS-KEY-TOKEN   PIC X(10).                              02510000
025200                                                                  02520000
025300*----------------------------------------------------------------*02530000
025400* ONE TOKEN LOOKUP - KIND AND REAL VALUE IN, TOKEN OUT           *02540000
025500*----------------------------------------------------------------*02550000
025600 01  WS-TOK-FIELDS.                                               02560000
025700     05 WS-TOK-TYPE       PIC X(01)   VALUE SPACES.               02570000
025800     05 WS-TOK-REAL       PIC X(20)   VALUE SPACES.               02580000
025900     05 WS-TOK-TOKEN      PIC X(10)   VALUE SPACES.               02590000
026000     05 WS-TOK-NEW        PIC X(10)   VALUE SPACES.               02600000
026100     05 WS-TOK-NEW-R      REDEFINES WS-TOK-NEW.                   02610000
026200        10 WS-TOK-PFX     PIC X(04).                              02620000
026300        10 WS-TOK-NBR     PIC 9(06).                              02630000
026400                                                                  02640000
026500 01  WS-SWITCHES.                                                 02650000
026600     05 WS-IN-STATUS      PIC X(02)   VALUE SPACES.               02660000
026700        88 WS-IN-OPEN-OK  VALUE '00'.                             02670000
026800        88 WS-IN-EOF      VALUE '10'.                             02680000
026900     05 WS-OUT-STATUS     PIC X(02)   VALUE SPACES.               02690000
027000        88 WS-OUT-OK      VALUE '00'.                             02700000
027100     05 KEY-FILE-STATUS   PIC X(02)   VALUE SPACES.               02710000
027200        88 KEY-SUCCESS    VALUE '00'.                             02720000
027300        88 KEY-EOF        VALUE '10'.                             02730000
027400     05 MNF-FILE-STATUS   PIC X(02)   VALUE SPACES.               02740000
027500        88 MNF-SUCCESS    VALUE '00'.                             02750000
027600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02760000
027700        88 HIST-SUCCESS   VALUE '00'.                             02770000
027800     05 WS-KEY-FILE-SW    PIC X(01)   VALUE 'N'.                  02780000
027900        88 WS-KEY-FILE-FOUND          VALUE 'Y'.                  02790000
028000     05 WS-KEYS-FULL-SW   PIC X(01)   VALUE 'N'.                  02800000
028100        88 WS-KEYS-FULL               VALUE 'Y'.                  02810000
028200                                                                  02820000
028300 01  WS-HIST-FIELDS.                                              02830000
028400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02840000
028500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02850000
028600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02860000
028601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02860100
028700                                                                  02870000
028800*----------------------------------------------------------------*02880000
028900*   OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE  *02890000
029000*   AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE     *02900000
029100*----------------------------------------------------------------*02910000
029200 01  WS-OPCHK-AREA.                                               02920000
029300     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               02930000
029400     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  02940000
029500     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               02950000
029600     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               02960000
029700                                                                  02970000
029800 PROCEDURE DIVISION.                                              02980000
029900*----------------------------------------------------------------*02990000
030000*   THE KEY TABLE LINKS EVERY TOKEN BACK TO A REAL NAME - THE    *03000000
030100*   RUN IS REFUSED OUTRIGHT UNLESS THE OPERATOR-ID CARD NAMES AN *03010000
030200*   OPERATOR AUTHORIZED FOR IT ON AOCDOPER                       *03020000
030300*----------------------------------------------------------------*03030000
030400     MOVE 'AOCDPSEX'           TO WS-OPCHK-PGM.                   03040000
030500     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         03050000
030600     IF WS-OPCHK-RESULT NOT = 'Y'                                 03060000
030700        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      03070000
030800                WS-OPCHK-PGM                                      03080000
030900        MOVE 12             TO RETURN-CODE                        03090000
031000        GOBACK                                                    03100000
031100     END-IF.                                                      03110000
031200                                                                  03120000
031300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          03130000
031400     PERFORM 0500-LOAD-KEYS            THRU 0500-EXIT.            03140000
031500     PERFORM 1000-EXTRACT-CALORIES     THRU 1000-EXIT.            03150000
031600     PERFORM 2000-EXTRACT-LEADERBOARD  THRU 2000-EXIT.            03160000
031700     PERFORM 3000-EXTRACT-ELVES        THRU 3000-EXIT.            03170000
031800     PERFORM 4000-EXTRACT-PLAYERS      THRU 4000-EXIT.            03180000
031900     PERFORM 5000-EXTRACT-SECTIONS     THRU 5000-EXIT.            03190000
032000     PERFORM 7500-WRITE-MANIFEST       THRU 7500-EXIT.            03200000
032100     IF WS-KEYS-FULL                                              03210000
032200        PERFORM 8900-REFUSE-KEYS-FULL  THRU 8900-EXIT             03220000
032300        GOBACK                                                    03230000
032400     END-IF.                                                      03240000
032500     IF WS-NEW-TOKENS > ZEROES                                    03250000
032600        PERFORM 6000-APPEND-KEYS       THRU 6000-EXIT             03260000
032700     END-IF.                                                      03270000
032800     DISPLAY 'PSEUDONYMIZED ROWS WRITTEN: ' WS-TOTAL-ROWS         03280000
032900             ' NEW TOKENS: ' WS-NEW-TOKENS.                       03290000
033000     STRING 'PSEUDO EXTRACT ROWS ' DELIMITED BY SIZE              03300000
033100        WS-TOTAL-ROWS DELIMITED BY SIZE                           03310000
033200        ' NEW ' DELIMITED BY SIZE                                 03320000
033300        WS-NEW-TOKENS DELIMITED BY SIZE                           03330000
033400        INTO WS-HIST-MSG.                                         03340000
033500     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03350000
033600     GOBACK.                                                      03360000
033700                                                                  03370000
033800 0500-LOAD-KEYS.                                                  03380000
033900     OPEN INPUT KEY-FILE.                                         03390000
034000     IF NOT KEY-SUCCESS                                           03400000
034100        DISPLAY 'NO TOKEN KEY TABLE - STARTING A NEW ONE'         03410000
034200        GO TO 0500-EXIT                                           03420000
034300     END-IF.                                                      03430000
034400     SET WS-KEY-FILE-FOUND      TO TRUE.                          03440000
034500     PERFORM UNTIL KEY-EOF                                        03450000
034600        READ KEY-FILE                                             03460000
034700             AT END                                               03470000
034800                SET KEY-EOF TO TRUE                               03480000
034900             NOT AT END                                           03490000
035000                PERFORM 0510-STORE-KEY  THRU 0510-EXIT            03500000
035100        END-READ                                                  03510000
035200     END-PERFORM.                                                 03520000
035300     CLOSE KEY-FILE.                                              03530000
035400     MOVE WS-KEY-CNT            TO WS-KEY-LOADED.                 03540000
035500     DISPLAY 'TOKEN KEYS LOADED: ' WS-KEY-LOADED.                 03550000
035600 0500-EXIT.                                                       03560000
035700     EXIT.                                                        03570000
035800                                                                  03580000
035900 0510-STORE-KEY.                                                  03590000
036000*----------------------------------------------------------------*03600000
036100* THE NEXT NUMBER FOR EACH KIND CARRIES ON FROM THE HIGHEST      *03610000
036200* ALREADY ISSUED, SO A TOKEN IS NEVER HANDED OUT TWICE. A KEY    *03620000
036300* TABLE TOO BIG TO HOLD COULD HAND A KNOWN NAME A SECOND TOKEN - *03630000
036400* THE EXTRACT IS REFUSED BEFORE ANY FILE IS WRITTEN              *03640000
036500*----------------------------------------------------------------*03650000
036600     IF WS-KEY-CNT NOT < WS-MAX-KEYS                              03660000
036700        DISPLAY 'ERROR - TOKEN KEY TABLE OVER 5000 ROWS - '       03670000
036800                'EXTRACT REFUSED'                                 03680000
036900        CLOSE KEY-FILE                                            03690000
037000        MOVE 16             TO RETURN-CODE                        03700000
037100        MOVE 'KEY TABLE FULL - EXTRACT REFUSED' TO WS-HIST-MSG    03710000
037200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03720000
037300        GOBACK                                                    03730000
037400     END-IF.                                                      03740000
037500     ADD 1                      TO WS-KEY-CNT.                    03750000
037600     MOVE PKY-TYPE              TO WS-KEY-TYPE(WS-KEY-CNT).       03760000
037700     MOVE PKY-REAL              TO WS-KEY-REAL(WS-KEY-CNT).       03770000
037800     MOVE PKY-TOKEN             TO WS-KEY-TOKEN(WS-KEY-CNT).      03780000
037900     IF PKY-TOKEN-NBR NOT NUMERIC                                 03790000
038000        GO TO 0510-EXIT                                           03800000
038100     END-IF.                                                      03810000
038200     EVALUATE TRUE                                                03820000
038300        WHEN PKY-ELF AND PKY-TOKEN-NBR > WS-NEXT-ELF              03830000
038400           MOVE PKY-TOKEN-NBR   TO WS-NEXT-ELF                    03840000
038500        WHEN PKY-PLAYER AND PKY-TOKEN-NBR > WS-NEXT-PLR           03850000
038600           MOVE PKY-TOKEN-NBR   TO WS-NEXT-PLR                    03860000
038700        WHEN PKY-SUPERVISOR AND PKY-TOKEN-NBR > WS-NEXT-SUP       03870000
038800           MOVE PKY-TOKEN-NBR   TO WS-NEXT-SUP                    03880000
038900     END-EVALUATE.                                                03890000
039000 0510-EXIT.                                                       03900000
039100     EXIT.                                                        03910000
039200                                                                  03920000
039300 1000-EXTRACT-CALORIES.                                           03930000
039400*----------------------------------------------------------------*03940000
039500* THE ELF COLUMN IS TOKENIZED ON EVERY ROW EXCEPT THE EXPEDITION *03950000
039600* SUMMARY ROWS, WHICH CARRY THE EXPEDITION ID IN THAT COLUMN     *03960000
039700*----------------------------------------------------------------*03970000
039800     MOVE 'AOCDP1CS'            TO WS-MNF-DD.                     03980000
039900     MOVE 'AOCD1RPT'            TO WS-MNF-SOURCE.                 03990000
040000     MOVE 'RPT-ELF-NAME'        TO WS-MNF-FIELDS.                 04000000
040100     MOVE ZEROES                TO WS-ROWS WS-MASKED.             04010000
040200     MOVE SPACES                TO WS-IN-STATUS.                  04020000
040300     OPEN INPUT CAL-RPT.                                          04030000
040400     IF NOT WS-IN-OPEN-OK                                         04040000
040500        DISPLAY 'EXTRACT - AOCD1RPT NOT PRESENT, SKIPPED'         04050000
040600        MOVE 'SOURCE NOT PRESENT - SKIPPED' TO WS-MNF-FIELDS      04060000
040700        GO TO 1900-MANIFEST-ROW                                   04070000
040800     END-IF.                                                      04080000
040900     OPEN OUTPUT CAL-CSV.                                         04090000
041000     MOVE 'TEXT,DATE,SEQ,AMOUNT,ELF' TO CAL-CSV-REC.              04100000
041100     WRITE CAL-CSV-REC.                                           04110000
041200     PERFORM UNTIL WS-IN-EOF OR WS-KEYS-FULL                      04120000
041300        READ CAL-RPT                                              04130000
041400             AT END                                               04140000
041500                SET WS-IN-EOF TO TRUE                             04150000
041600             NOT AT END                                           04160000
041700                PERFORM 1100-WRITE-CAL-ROW  THRU 1100-EXIT        04170000
041800        END-READ                                                  04180000
041900     END-PERFORM.                                                 04190000
042000     CLOSE CAL-RPT.                                               04200000
042100     CLOSE CAL-CSV.                                               04210000
042200     DISPLAY 'CALORIE ROWS EXTRACTED: ' WS-ROWS.                  04220000
042300 1900-MANIFEST-ROW.                                               04230000
042400     PERFORM 7000-WRITE-MNF-ROW THRU 7000-EXIT.                   04240000
042500 1000-EXIT.                                                       04250000
042600     EXIT.                                                        04260000
042700                                                                  04270000
042800 1100-WRITE-CAL-ROW.                                              04280000
042900     MOVE SPACES                TO WS-TOK-TOKEN.                  04290000
043000     IF RPT-ELF-NAME NOT = SPACES                                 04300000
043100        IF RPT-TEXT(1:11) = 'EXPEDITION '                         04310000
043200           MOVE RPT-ELF-NAME    TO WS-TOK-TOKEN                   04320000
043300        ELSE                                                      04330000
043400           MOVE 'E'             TO WS-TOK-TYPE                    04340000
043500           MOVE RPT-ELF-NAME    TO WS-TOK-REAL                    04350000
043600           PERFORM 8000-GET-TOKEN  THRU 8000-EXIT                 04360000
043700        END-IF                                                    04370000
043800     END-IF.                                                      04380000
043900     IF WS-KEYS-FULL                                              04390000
044000        GO TO 1100-EXIT                                           04400000
044100     END-IF.                                                      04410000
044200     ADD 1                      TO WS-ROWS.                       04420000
044300     MOVE RPT-AMOUNT            TO WS-AMT-DISP.                   04430000
044400     MOVE SPACES                TO CAL-CSV-REC.                   04440000
044500     STRING FUNCTION TRIM(RPT-TEXT) DELIMITED BY SIZE             04450000
044600        ',' DELIMITED BY SIZE                                     04460000
044700        RPT-DATE DELIMITED BY SIZE                                04470000
044800        ',' DELIMITED BY SIZE                                     04480000
044900        RPT-SEQ DELIMITED BY SIZE                                 04490000
045000        ',' DELIMITED BY SIZE                                     04500000
045100        WS-AMT-DISP DELIMITED BY SIZE                             04510000
045200        ',' DELIMITED BY SIZE                                     04520000
045300        FUNCTION TRIM(WS-TOK-TOKEN) DELIMITED BY SIZE             04530000
045400        INTO CAL-CSV-REC.                                         04540000
045500     WRITE CAL-CSV-REC.                                           04550000
045600 1100-EXIT.                                                       04560000
045700     EXIT.                                                        04570000
045800                                                                  04580000
045900 2000-EXTRACT-LEADERBOARD.                                        04590000
046000     MOVE 'AOCDP2CS'            TO WS-MNF-DD.                     04600000
046100     MOVE 'AOCD2LDR'            TO WS-MNF-SOURCE.                 04610000
046200     MOVE 'LDR-PLAYER-NAME'     TO WS-MNF-FIELDS.                 04620000
046300     MOVE ZEROES                TO WS-ROWS WS-MASKED.             04630000
046400     MOVE SPACES                TO WS-IN-STATUS.                  04640000
046500     IF WS-KEYS-FULL                                              04650000
046600        GO TO 2000-EXIT                                           04660000
046700     END-IF.                                                      04670000
046800     OPEN INPUT LDR-HIST.                                         04680000
046900     IF NOT WS-IN-OPEN-OK                                         04690000
047000        DISPLAY 'EXTRACT - AOCD2LDR NOT PRESENT, SKIPPED'         04700000
047100        MOVE 'SOURCE NOT PRESENT - SKIPPED' TO WS-MNF-FIELDS      04710000
047200        GO TO 2900-MANIFEST-ROW                                   04720000
047300     END-IF.                                                      04730000
047400     OPEN OUTPUT LDR-CSV.                                         04740000
047500     MOVE 'DATE,TABLE,TOTAL,WIN,LOSE,DRAW,PLAYER'                 04750000
047600                         TO LDR-CSV-REC.                          04760000
047700     WRITE LDR-CSV-REC.                                           04770000
047800     PERFORM UNTIL WS-IN-EOF OR WS-KEYS-FULL                      04780000
047900        READ LDR-HIST                                             04790000
048000             AT END                                               04800000
048100                SET WS-IN-EOF TO TRUE                             04810000
048200             NOT AT END                                           04820000
048300                PERFORM 2100-WRITE-LDR-ROW  THRU 2100-EXIT        04830000
048400        END-READ                                                  04840000
048500     END-PERFORM.                                                 04850000
048600     CLOSE LDR-HIST.                                              04860000
048700     CLOSE LDR-CSV.                                               04870000
048800     DISPLAY 'LEADERBOARD ROWS EXTRACTED: ' WS-ROWS.              04880000
048900 2900-MANIFEST-ROW.                                               04890000
049000     PERFORM 7000-WRITE-MNF-ROW THRU 7000-EXIT.                   04900000
049100 2000-EXIT.                                                       04910000
049200     EXIT.                                                        04920000
049300                                                                  04930000
049400 2100-WRITE-LDR-ROW.                                              04940000
049500     MOVE SPACES                TO WS-TOK-TOKEN.                  04950000
049600     IF LDR-PLAYER-NAME NOT = SPACES                              04960000
049700        MOVE 'P'                TO WS-TOK-TYPE                    04970000
049800        MOVE LDR-PLAYER-NAME    TO WS-TOK-REAL                    04980000
049900        PERFORM 8000-GET-TOKEN  THRU 8000-EXIT                    04990000
050000     END-IF.                                                      05000000
050100     IF WS-KEYS-FULL                                              05010000
050200        GO TO 2100-EXIT                                           05020000
050300     END-IF.                                                      05030000
050400     ADD 1                      TO WS-ROWS.                       05040000
050500     MOVE SPACES                TO LDR-CSV-REC.                   05050000
050600     STRING LDR-RUN-DATE DELIMITED BY SIZE                        05060000
050700        ',' DELIMITED BY SIZE                                     05070000
050800        FUNCTION TRIM(LDR-TABLE-ID) DELIMITED BY SIZE             05080000
050900        ',' DELIMITED BY SIZE                                     05090000
051000        LDR-TOTAL DELIMITED BY SIZE                               05100000
051100        ',' DELIMITED BY SIZE                                     05110000
051200        LDR-WIN DELIMITED BY SIZE                                 05120000
051300        ',' DELIMITED BY SIZE                                     05130000
051400        LDR-LOSE DELIMITED BY SIZE                                05140000
051500        ',' DELIMITED BY SIZE                                     05150000
051600        LDR-DRAW DELIMITED BY SIZE                                05160000
051700        ',' DELIMITED BY SIZE                                     05170000
051800        FUNCTION TRIM(WS-TOK-TOKEN) DELIMITED BY SIZE             05180000
051900        INTO LDR-CSV-REC.                                         05190000
052000     WRITE LDR-CSV-REC.                                           05200000
052100 2100-EXIT.                                                       05210000
052200     EXIT.                                                        05220000
052300                                                                  05230000
052400 3000-EXTRACT-ELVES.                                              05240000
052500*----------------------------------------------------------------*05250000
052600* THE KEY IS TOKENIZED; THE FULL NAME HAS NO ANALYTIC USE AND    *05260000
052700* IS LEFT OUT OF THE EXTRACT ALTOGETHER                          *05270000
052800*----------------------------------------------------------------*05280000
052900     MOVE 'AOCDP1MS'            TO WS-MNF-DD.                     05290000
053000     MOVE 'AOCD1MST'            TO WS-MNF-SOURCE.                 05300000
053100     MOVE 'ELF-MST-KEY, ELF-MST-FULL-NAME DROPPED'                05310000
053200                                TO WS-MNF-FIELDS.                 05320000
053300     MOVE ZEROES                TO WS-ROWS WS-MASKED.             05330000
053400     MOVE SPACES                TO WS-IN-STATUS.                  05340000
053500     IF WS-KEYS-FULL                                              05350000
053600        GO TO 3000-EXIT                                           05360000
053700     END-IF.                                                      05370000
053800     OPEN INPUT ELF-MASTER.                                       05380000
053900     IF NOT WS-IN-OPEN-OK                                         05390000
054000        DISPLAY 'EXTRACT - AOCD1MST NOT PRESENT, SKIPPED'         05400000
054100        MOVE 'SOURCE NOT PRESENT - SKIPPED' TO WS-MNF-FIELDS      05410000
054200        GO TO 3900-MANIFEST-ROW                                   05420000
054300     END-IF.                                                      05430000
054400     OPEN OUTPUT ELF-CSV.                                         05440000
054500     MOVE 'ELF,TEAM,ACTIVE'     TO ELF-CSV-REC.                   05450000
054600     WRITE ELF-CSV-REC.                                           05460000
054700     PERFORM UNTIL WS-IN-EOF OR WS-KEYS-FULL                      05470000
054800        READ ELF-MASTER NEXT RECORD                               05480000
054900             AT END                                               05490000
055000                SET WS-IN-EOF TO TRUE                             05500000
055100             NOT AT END                                           05510000
055200                PERFORM 3100-WRITE-ELF-ROW  THRU 3100-EXIT        05520000
055300        END-READ                                                  05530000
055400     END-PERFORM.                                                 05540000
055500     CLOSE ELF-MASTER.                                            05550000
055600     CLOSE ELF-CSV.                                               05560000
055700     DISPLAY 'ELF MASTER ROWS EXTRACTED: ' WS-ROWS.               05570000
055800 3900-MANIFEST-ROW.                                               05580000
055900     PERFORM 7000-WRITE-MNF-ROW THRU 7000-EXIT.                   05590000
056000 3000-EXIT.                                                       05600000
056100     EXIT.                                                        05610000
056200                                                                  05620000
056300 3100-WRITE-ELF-ROW.                                              05630000
056400     MOVE 'E'                   TO WS-TOK-TYPE.                   05640000
056500     MOVE ELF-MST-KEY           TO WS-TOK-REAL.                   05650000
056600     PERFORM 8000-GET-TOKEN     THRU 8000-EXIT.                   05660000
056700     IF WS-KEYS-FULL                                              05670000
056800        GO TO 3100-EXIT                                           05680000
056900     END-IF.                                                      05690000
057000     ADD 1                      TO WS-ROWS.                       05700000
057100     MOVE SPACES                TO ELF-CSV-REC.                   05710000
057200     STRING FUNCTION TRIM(WS-TOK-TOKEN) DELIMITED BY SIZE         05720000
057300        ',' DELIMITED BY SIZE                                     05730000
057400        FUNCTION TRIM(ELF-MST-TEAM) DELIMITED BY SIZE             05740000
057500        ',' DELIMITED BY SIZE                                     05750000
057600        ELF-MST-ACTIVE DELIMITED BY SIZE                          05760000
057700        INTO ELF-CSV-REC.                                         05770000
057800     WRITE ELF-CSV-REC.                                           05780000
057900 3100-EXIT.                                                       05790000
058000     EXIT.                                                        05800000
058100                                                                  05810000
058200 4000-EXTRACT-PLAYERS.                                            05820000
058300     MOVE 'AOCDP2PM'            TO WS-MNF-DD.                     05830000
058400     MOVE 'AOCD2PLM'            TO WS-MNF-SOURCE.                 05840000
058500     MOVE 'PLM-PLAYER-NAME'     TO WS-MNF-FIELDS.                 05850000
058600     MOVE ZEROES                TO WS-ROWS WS-MASKED.             05860000
058700     MOVE SPACES                TO WS-IN-STATUS.                  05870000
058800     IF WS-KEYS-FULL                                              05880000
058900        GO TO 4000-EXIT                                           05890000
059000     END-IF.                                                      05900000
059100     OPEN INPUT PLAYER-MST.                                       05910000
059200     IF NOT WS-IN-OPEN-OK                                         05920000
059300        DISPLAY 'EXTRACT - AOCD2PLM NOT PRESENT, SKIPPED'         05930000
059400        MOVE 'SOURCE NOT PRESENT - SKIPPED' TO WS-MNF-FIELDS      05940000
059500        GO TO 4900-MANIFEST-ROW                                   05950000
059600     END-IF.                                                      05960000
059700     OPEN OUTPUT PLM-CSV.                                         05970000
059800     MOVE 'TABLE,PLAYER,HOMEHALL' TO PLM-CSV-REC.                 05980000
059900     WRITE PLM-CSV-REC.                                           05990000
060000     PERFORM UNTIL WS-IN-EOF OR WS-KEYS-FULL                      06000000
060100        READ PLAYER-MST                                           06010000
060200             AT END                                               06020000
060300                SET WS-IN-EOF TO TRUE                             06030000
060400             NOT AT END                                           06040000
060500                PERFORM 4100-WRITE-PLM-ROW  THRU 4100-EXIT        06050000
060600        END-READ                                                  06060000
060700     END-PERFORM.                                                 06070000
060800     CLOSE PLAYER-MST.                                            06080000
060900     CLOSE PLM-CSV.                                               06090000
061000     DISPLAY 'PLAYER MASTER ROWS EXTRACTED: ' WS-ROWS.            06100000
061100 4900-MANIFEST-ROW.                                               06110000
061200     PERFORM 7000-WRITE-MNF-ROW THRU 7000-EXIT.                   06120000
061300 4000-EXIT.                                                       06130000
061400     EXIT.                                                        06140000
061500                                                                  06150000
061600 4100-WRITE-PLM-ROW.                                              06160000
061700     MOVE SPACES                TO WS-TOK-TOKEN.                  06170000
061800     IF PLM-PLAYER-NAME NOT = SPACES                              06180000
061900        MOVE 'P'                TO WS-TOK-TYPE                    06190000
062000        MOVE PLM-PLAYER-NAME    TO WS-TOK-REAL                    06200000
062100        PERFORM 8000-GET-TOKEN  THRU 8000-EXIT                    06210000
062200     END-IF.                                                      06220000
062300     IF WS-KEYS-FULL                                              06230000
062400        GO TO 4100-EXIT                                           06240000
062500     END-IF.                                                      06250000
062600     ADD 1                      TO WS-ROWS.                       06260000
062700     MOVE SPACES                TO PLM-CSV-REC.                   06270000
062800     STRING FUNCTION TRIM(PLM-TABLE-ID) DELIMITED BY SIZE         06280000
062900        ',' DELIMITED BY SIZE                                     06290000
063000        FUNCTION TRIM(WS-TOK-TOKEN) DELIMITED BY SIZE             06300000
063100        ',' DELIMITED BY SIZE                                     06310000
063200        FUNCTION TRIM(PLM-HOME-HALL) DELIMITED BY SIZE            06320000
063300        INTO PLM-CSV-REC.                                         06330000
063400     WRITE PLM-CSV-REC.                                           06340000
063500 4100-EXIT.                                                       06350000
063600     EXIT.                                                        06360000
063700                                                                  06370000
063800 5000-EXTRACT-SECTIONS.                                           06380000
063900     MOVE 'AOCDP4SC'            TO WS-MNF-DD.                     06390000
064000     MOVE 'AOCD4SEC'            TO WS-MNF-SOURCE.                 06400000
064100     MOVE 'SEC-SUPERVISOR'      TO WS-MNF-FIELDS.                 06410000
064200     MOVE ZEROES                TO WS-ROWS WS-MASKED.             06420000
064300     MOVE SPACES                TO WS-IN-STATUS.                  06430000
064400     IF WS-KEYS-FULL                                              06440000
064500        GO TO 5000-EXIT                                           06450000
064600     END-IF.                                                      06460000
064700     OPEN INPUT SEC-MASTER.                                       06470000
064800     IF NOT WS-IN-OPEN-OK                                         06480000
064900        DISPLAY 'EXTRACT - AOCD4SEC NOT PRESENT, SKIPPED'         06490000
065000        MOVE 'SOURCE NOT PRESENT - SKIPPED' TO WS-MNF-FIELDS      06500000
065100        GO TO 5900-MANIFEST-ROW                                   06510000
065200     END-IF.                                                      06520000
065300     OPEN OUTPUT SEC-CSV.                                         06530000
065400     MOVE 'SECTION,NAME,SUPERVISOR' TO SEC-CSV-REC.               06540000
065500     WRITE SEC-CSV-REC.                                           06550000
065600     PERFORM UNTIL WS-IN-EOF OR WS-KEYS-FULL                      06560000
065700        READ SEC-MASTER                                           06570000
065800             AT END                                               06580000
065900                SET WS-IN-EOF TO TRUE                             06590000
066000             NOT AT END                                           06600000
066100                PERFORM 5100-WRITE-SEC-ROW  THRU 5100-EXIT        06610000
066200        END-READ                                                  06620000
066300     END-PERFORM.                                                 06630000
066400     CLOSE SEC-MASTER.                                            06640000
066500     CLOSE SEC-CSV.                                               06650000
066600     DISPLAY 'SECTION MASTER ROWS EXTRACTED: ' WS-ROWS.           06660000
066700 5900-MANIFEST-ROW.                                               06670000
066800     PERFORM 7000-WRITE-MNF-ROW THRU 7000-EXIT.                   06680000
066900 5000-EXIT.                                                       06690000
067000     EXIT.                                                        06700000
067100                                                                  06710000
067200 5100-WRITE-SEC-ROW.                                              06720000
067300     MOVE SPACES                TO WS-TOK-TOKEN.                  06730000
067400     IF SEC-SUPERVISOR NOT = SPACES                               06740000
067500        MOVE 'S'                TO WS-TOK-TYPE                    06750000
067600        MOVE SEC-SUPERVISOR     TO WS-TOK-REAL                    06760000
067700        PERFORM 8000-GET-TOKEN  THRU 8000-EXIT                    06770000
067800     END-IF.                                                      06780000
067900     IF WS-KEYS-FULL                                              06790000
068000        GO TO 5100-EXIT                                           06800000
068100     END-IF.                                                      06810000
068200     ADD 1                      TO WS-ROWS.                       06820000
068300     MOVE SPACES                TO SEC-CSV-REC.                   06830000
068400     STRING SEC-NUMBER DELIMITED BY SIZE                          06840000
068500        ',' DELIMITED BY SIZE                                     06850000
068600        FUNCTION TRIM(SEC-NAME) DELIMITED BY SIZE                 06860000
068700        ',' DELIMITED BY SIZE                                     06870000
068800        FUNCTION TRIM(WS-TOK-TOKEN) DELIMITED BY SIZE             06880000
068900        INTO SEC-CSV-REC.                                         06890000
069000     WRITE SEC-CSV-REC.                                           06900000
069100 5100-EXIT.                                                       06910000
069200     EXIT.                                                        06920000
069300                                                                  06930000
069400 6000-APPEND-KEYS.                                                06940000
069500*----------------------------------------------------------------*06950000
069600* ONLY THE TOKENS ISSUED THIS RUN ARE WRITTEN, ON THE END OF THE *06960000
069700* KEY TABLE, STAMPED WITH THE AUTHORIZED OPERATOR AND THE DATE   *06970000
069800*----------------------------------------------------------------*06980000
069900     IF WS-KEY-FILE-FOUND                                         06990000
070000        OPEN EXTEND KEY-FILE                                      07000000
070100     ELSE                                                         07010000
070200        OPEN OUTPUT KEY-FILE                                      07020000
070300     END-IF.                                                      07030000
070400     COMPUTE WS-I = WS-KEY-LOADED + 1.                            07040000
070500     PERFORM VARYING WS-I FROM WS-I BY 1                          07050000
070600               UNTIL WS-I > WS-KEY-CNT                            07060000
070700        MOVE SPACES              TO PKY-REC                       07070000
070800        MOVE WS-KEY-TYPE(WS-I)   TO PKY-TYPE                      07080000
070900        MOVE WS-KEY-REAL(WS-I)   TO PKY-REAL                      07090000
071000        MOVE WS-KEY-TOKEN(WS-I)  TO PKY-TOKEN                     07100000
071100        MOVE WS-OPCHK-OPER       TO PKY-OPERATOR                  07110000
071200        MOVE WS-TODAY            TO PKY-DATE                      07120000
071300        WRITE PKY-REC                                             07130000
071400     END-PERFORM.                                                 07140000
071500     CLOSE KEY-FILE.                                              07150000
071600 6000-EXIT.                                                       07160000
071700     EXIT.                                                        07170000
071800                                                                  07180000
071900 7000-WRITE-MNF-ROW.                                              07190000
072000     ADD 1                      TO WS-MNF-CNT.                    07200000
072100     MOVE WS-MNF-DD             TO WS-MNF-T-DD(WS-MNF-CNT).       07210000
072200     MOVE WS-MNF-SOURCE         TO WS-MNF-T-SOURCE(WS-MNF-CNT).   07220000
072300     MOVE WS-ROWS               TO WS-MNF-T-ROWS(WS-MNF-CNT).     07230000
072400     MOVE WS-MASKED             TO WS-MNF-T-MASKED(WS-MNF-CNT).   07240000
072500     MOVE WS-MNF-FIELDS         TO WS-MNF-T-FIELDS(WS-MNF-CNT).   07250000
072600     ADD WS-ROWS                TO WS-TOTAL-ROWS.                 07260000
072700 7000-EXIT.                                                       07270000
072800     EXIT.                                                        07280000
072900                                                                  07290000
073000 7500-WRITE-MANIFEST.                                             07300000
073100*----------------------------------------------------------------*07310000
073200* THE HEADER SAYS WHETHER THE EXTRACT WAS ISSUED OR REFUSED -    *07320000
073300* A REFUSED EXTRACT MAY BE PART WRITTEN AND IS NEVER SENT        *07330000
073400*----------------------------------------------------------------*07340000
073500     OPEN OUTPUT MNF-RPT.                                         07350000
073600     MOVE SPACES                TO MNF-HDR-REC.                   07360000
073700     MOVE 'PSEUDONYMIZED EXTRACT' TO MNH-TITLE.                   07370000
073800     MOVE WS-TODAY              TO MNH-RUN-DATE.                  07380000
073900     MOVE WS-OPCHK-OPER         TO MNH-OPERATOR.                  07390000
074000     IF WS-KEYS-FULL                                              07400000
074100        MOVE 'REFUSED'          TO MNH-STATUS                     07410000
074200        MOVE ZEROES             TO MNH-NEW-TOKENS                 07420000
074300        MOVE 'KEY TABLE FULL'   TO MNH-NOTE                       07430000
074400     ELSE                                                         07440000
074500        MOVE 'ISSUED'           TO MNH-STATUS                     07450000
074600        MOVE WS-NEW-TOKENS      TO MNH-NEW-TOKENS                 07460000
074700        MOVE 'NEW TOKENS ISSUED' TO MNH-NOTE                      07470000
074800     END-IF.                                                      07480000
074900     WRITE MNF-HDR-REC.                                           07490000
075000     PERFORM VARYING WS-I FROM 1 BY 1                             07500000
075100               UNTIL WS-I > WS-MNF-CNT                            07510000
075200        MOVE SPACES                   TO MNF-REC                  07520000
075300        MOVE WS-MNF-T-DD(WS-I)        TO MNF-EXTRACT-DD           07530000
075400        MOVE WS-MNF-T-SOURCE(WS-I)    TO MNF-SOURCE-DD            07540000
075500        MOVE WS-MNF-T-ROWS(WS-I)      TO MNF-RECORDS              07550000
075600        MOVE WS-MNF-T-MASKED(WS-I)    TO MNF-MASKED               07560000
075700        MOVE WS-MNF-T-FIELDS(WS-I)    TO MNF-FIELDS               07570000
075800        WRITE MNF-REC                                             07580000
075900     END-PERFORM.                                                 07590000
076000     CLOSE MNF-RPT.                                               07600000
076100 7500-EXIT.                                                       07610000
076200     EXIT.                                                        07620000
076300                                                                  07630000
076400 8000-GET-TOKEN.                                                  07640000
076500*----------------------------------------------------------------*07650000
076600* SAME KIND AND SAME NAME, SAME TOKEN. A NAME NOT YET ON THE     *07660000
076700* TABLE GETS ELF-, PLR- OR SUP- AND THE NEXT NUMBER FOR ITS KIND *07670000
076800*----------------------------------------------------------------*07680000
076900     MOVE SPACES                TO WS-TOK-TOKEN.                  07690000
077000     PERFORM VARYING WS-I FROM 1 BY 1                             07700000
077100               UNTIL WS-I > WS-KEY-CNT                            07710000
077200                  OR WS-TOK-TOKEN NOT = SPACES                    07720000
077300        IF WS-KEY-TYPE(WS-I) = WS-TOK-TYPE                        07730000
077400           AND WS-KEY-REAL(WS-I) = WS-TOK-REAL                    07740000
077500           MOVE WS-KEY-TOKEN(WS-I)  TO WS-TOK-TOKEN               07750000
077600        END-IF                                                    07760000
077700     END-PERFORM.                                                 07770000
077800     IF WS-TOK-TOKEN NOT = SPACES                                 07780000
077900        ADD 1                   TO WS-MASKED                      07790000
078000        GO TO 8000-EXIT                                           07800000
078100     END-IF.                                                      07810000
078200     IF WS-KEY-CNT NOT < WS-MAX-KEYS                              07820000
078300        SET WS-KEYS-FULL        TO TRUE                           07830000
078400        GO TO 8000-EXIT                                           07840000
078500     END-IF.                                                      07850000
078600     EVALUATE WS-TOK-TYPE                                         07860000
078700        WHEN 'E'                                                  07870000
078800           ADD 1                TO WS-NEXT-ELF                    07880000
078900           MOVE 'ELF-'          TO WS-TOK-PFX                     07890000
079000           MOVE WS-NEXT-ELF     TO WS-TOK-NBR                     07900000
079100        WHEN 'P'                                                  07910000
079200           ADD 1                TO WS-NEXT-PLR                    07920000
079300           MOVE 'PLR-'          TO WS-TOK-PFX                     07930000
079400           MOVE WS-NEXT-PLR     TO WS-TOK-NBR                     07940000
079500        WHEN OTHER                                                07950000
079600           ADD 1                TO WS-NEXT-SUP                    07960000
079700           MOVE 'SUP-'          TO WS-TOK-PFX                     07970000
079800           MOVE WS-NEXT-SUP     TO WS-TOK-NBR                     07980000
079900     END-EVALUATE.                                                07990000
080000     ADD 1                      TO WS-KEY-CNT.                    08000000
080100     MOVE WS-TOK-TYPE           TO WS-KEY-TYPE(WS-KEY-CNT).       08010000
080200     MOVE WS-TOK-REAL           TO WS-KEY-REAL(WS-KEY-CNT).       08020000
080300     MOVE WS-TOK-NEW            TO WS-KEY-TOKEN(WS-KEY-CNT).      08030000
080400     MOVE WS-TOK-NEW            TO WS-TOK-TOKEN.                  08040000
080500     ADD 1                      TO WS-NEW-TOKENS.                 08050000
080600     ADD 1                      TO WS-MASKED.                     08060000
080700 8000-EXIT.                                                       08070000
080800     EXIT.                                                        08080000
080900                                                                  08090000
081000 8900-REFUSE-KEYS-FULL.                                           08100000
081100*----------------------------------------------------------------*08110000
081200* THE KEY TABLE FILLED PART WAY THROUGH - NO NEW TOKEN IS KEPT   *08120000
081300* AND THE MANIFEST HAS ALREADY BEEN MARKED REFUSED               *08130000
081400*----------------------------------------------------------------*08140000
081500     DISPLAY 'ERROR - TOKEN KEY TABLE OVER 5000 ROWS - '          08150000
081600             'EXTRACT REFUSED'.                                   08160000
081700     MOVE 16                    TO RETURN-CODE.                   08170000
081800     MOVE 'KEY TABLE FULL - EXTRACT REFUSED' TO WS-HIST-MSG.      08180000
081900     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               08190000
082000 8900-EXIT.                                                       08200000
082100     EXIT.                                                        08210000
082200                                                                  08220000
082300*----------------------------------------------------------------*08230000
082400*   WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      *08240000
082500*----------------------------------------------------------------*08250000
082600 9800-WRITE-AUDIT-HIST.                                           08260000
082700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      08270000
082800     ACCEPT WS-HIST-TIME FROM TIME.                               08280000
082900     OPEN EXTEND AUD-HIST.                                        08290000
083000     INITIALIZE AUD-HIST-REC.                                     08300000
083100     MOVE WS-HIST-DATE          TO HIST-DATE.                     08310000
083200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     08320000
083300     MOVE 'AOCDPSEX'            TO HIST-PGM.                      08330000
083301     MOVE WS-HIST-VER           TO HIST-VERSION.                  08330100
083400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   08340000
083500     WRITE AUD-HIST-REC.                                          08350000
083600     CLOSE AUD-HIST.                                              08360000
083700 9800-EXIT.                                                       08370000
083800     EXIT.                                                        08380000
