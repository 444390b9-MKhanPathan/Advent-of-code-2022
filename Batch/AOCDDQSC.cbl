000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - DATA QUALITY SCORECARD BY FEED         *00020000
000300*----------------------------------------------------------------*00030000
000400*  AOCDEXCR SUMMARIZES ONE NIGHT'S EXCEPTIONS AND AOCDSBLR       *00040000
000500*  PROVES ONE NIGHT'S BALANCE, BUT NOBODY COULD SAY WHETHER A    *00050000
000600*  FEED WAS GETTING WORSE MONTH OVER MONTH. EACH NIGHT THIS STEP *00060000
000700*  RECORDS, PER FEED PROGRAM ON AOCDSBAL, THE RECORDS READ AND   *00070000
000800*  REJECTED AND THE REJECT RATE, AND PER PROGRAM AND REASON THE  *00080000
000900*  AOCDSEXC EXCEPTION COUNT, ON THE AOCDDQHS SCORECARD HISTORY.  *00090000
001000*  IT THEN PRINTS THE MONTH'S SCORECARD ON AOCDDQSR - EACH FEED  *00100000
001100*  GRADED AGAINST ITS TARGET AND LIMIT ON AOCDDQTG, WITH ITS     *00110000
001200*  OWNER AND THE TREND AGAINST THE PRIOR MONTH, AND THE REASONS  *00120000
001300*  BEHIND ITS EXCEPTIONS. PARM YYYYMMDD RECORDS THAT NIGHT       *00130000
001400*  INSTEAD OF THE NEWEST ON AOCDSBAL; PARM YYYYMM ONLY REPRINTS  *00140000
001500*  THAT MONTH'S SCORECARD. A NIGHT ALREADY ON THE HISTORY IS NOT *00150000
001600*  RECORDED TWICE                                                *00160000
001700*----------------------------------------------------------------*00170000
001800 IDENTIFICATION DIVISION.                                         00180000
001900 PROGRAM-ID. AOCDDQSC.                                            00190000
002000 AUTHOR. z/OS Mainframer.                                         00200000
002100                                                                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500*----------------------------------------------------------------*00250000
002600* THE SHARED BALANCE AND EXCEPTION FILES - THE NIGHT'S RAW       *00260000
002700* MATERIAL                                                       *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT BAL-FILE    ASSIGN TO AOCDSBAL                        00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
003100         ACCESS MODE    IS SEQUENTIAL                             00310000
003200         FILE STATUS    IS BAL-FILE-STATUS.                       00320000
003300                                                                  00330000
003400     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00340000
003500        ORGANIZATION    IS SEQUENTIAL                             00350000
003600         ACCESS MODE    IS SEQUENTIAL                             00360000
003700         FILE STATUS    IS SEXC-FILE-STATUS.                      00370000
003800                                                                  00380000
003900*----------------------------------------------------------------*00390000
004000* SCORECARD HISTORY - ONE RATE ROW PER FEED AND ONE ROW PER      *00400000
004100* FEED AND REASON PER NIGHT, APPENDED                            *00410000
004200*----------------------------------------------------------------*00420000
004300     SELECT DQH-FILE    ASSIGN TO AOCDDQHS                        00430000
004400        ORGANIZATION    IS SEQUENTIAL                             00440000
004500         ACCESS MODE    IS SEQUENTIAL                             00450000
004600         FILE STATUS    IS DQH-FILE-STATUS.                       00460000
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* TARGETS - PER FEED THE TARGET AND LIMIT REJECT RATE AND THE    *00490000
005000* FEED OWNER                                                     *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT DQT-FILE    ASSIGN TO AOCDDQTG                        00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS DQT-FILE-STATUS.                       00550000
005600                                                                  00560000
005700*----------------------------------------------------------------*00570000
005800* THE MONTHLY SCORECARD                                          *00580000
005900*----------------------------------------------------------------*00590000
006000     SELECT DQR-RPT     ASSIGN TO AOCDDQSR                        00600000
006100        ORGANIZATION    IS SEQUENTIAL                             00610000
006200         ACCESS MODE    IS SEQUENTIAL                             00620000
006300         FILE STATUS    IS DQR-FILE-STATUS.                       00630000
006400                                                                  00640000
006500*----------------------------------------------------------------*00650000
006600*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00660000
006700*----------------------------------------------------------------*00670000
006800     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00680000
006900        ORGANIZATION    IS SEQUENTIAL                             00690000
007000         ACCESS MODE    IS SEQUENTIAL                             00700000
007100         FILE STATUS    IS HIST-FILE-STATUS.                      00710000
007200                                                                  00720000
007300 DATA DIVISION.                                                   00730000
007400 FILE SECTION.                                                    00740000
007500 FD  BAL-FILE.                                                    00750000
007600     COPY AOCDBAL.                                                00760000
007700                                                                  00770000
007800 FD  SUITE-EXC.                                                   00780000
007900     COPY AOCDEXC.                                                00790000
008000                                                                  00800000
008100 FD  DQH-FILE.                                                    00810000
008200 01  DQH-REC.                                                     00820000
008300     05 DQH-RUN-DATE         PIC 9(08).                           00830000
008400     05 FILLER               PIC X(02).                           00840000
008500     05 DQH-FEED             PIC X(08).                           00850000
008600     05 FILLER               PIC X(02).                           00860000
008700     05 DQH-TYPE             PIC X(01).                           00870000
008800        88 DQH-RATE-ROW                  VALUE 'R'.               00880000
008900        88 DQH-REASON-ROW                VALUE 'E'.               00890000
009000     05 FILLER               PIC X(02).                           00900000
009100     05 DQH-REASON           PIC X(08).                           00910000
009200     05 FILLER               PIC X(02).                           00920000
009300     05 DQH-READ-CNT         PIC 9(07).                           00930000
009400     05 FILLER               PIC X(02).                           00940000
009500     05 DQH-REJECT-CNT       PIC 9(07).                           00950000
009600     05 FILLER               PIC X(02).                           00960000
009700     05 DQH-SKIP-CNT         PIC 9(07).                           00970000
009800     05 FILLER               PIC X(02).                           00980000
009900     05 DQH-EXC-CNT          PIC 9(07).                           00990000
010000     05 FILLER               PIC X(02).                           01000000
010100     05 DQH-RATE             PIC 9(03)V99.                        01010000
010200     05 FILLER               PIC X(06).                           01020000
010300                                                                  01030000
010400 FD  DQT-FILE.                                                    01040000
010500 01  DQT-REC.                                                     01050000
010600     05 DQT-FEED             PIC X(08).                           01060000
010700     05 FILLER               PIC X(02).                           01070000
010800     05 DQT-TARGET           PIC 9(03)V99.                        01080000
010900     05 FILLER               PIC X(02).                           01090000
011000     05 DQT-LIMIT            PIC 9(03)V99.                        01100000
011100     05 FILLER               PIC X(02).                           01110000
011200     05 DQT-OWNER            PIC X(20).                           01120000
011300                                                                  01130000
011400*----------------------------------------------------------------*01140000
011500* SCORECARD LINES - A FEED LINE, THEN ITS REASON LINES           *01150000
011600*----------------------------------------------------------------*01160000
011700 FD  DQR-RPT.                                                     01170000
011800 01  DQR-REC                 PIC X(80).                           01180000
011900 01  DQR-FEED-LINE.                                               01190000
012000     05 DQR-FEED             PIC X(08).                           01200000
012100     05 FILLER               PIC X(01).                           01210000
012200     05 DQR-NIGHTS           PIC ZZ9.                             01220000
012300     05 FILLER               PIC X(01).                           01230000
012400     05 DQR-READ             PIC Z(08)9.                          01240000
012500     05 FILLER               PIC X(01).                           01250000
012600     05 DQR-REJECT           PIC Z(06)9.                          01260000
012700     05 FILLER               PIC X(01).                           01270000
012800     05 DQR-RATE             PIC ZZ9.99.                          01280000
012900     05 FILLER               PIC X(01).                           01290000
013000     05 DQR-TARGET           PIC ZZ9.99.                          01300000
013100     05 FILLER               PIC X(01).                           01310000
013200     05 DQR-GRADE            PIC X(01).                           01320000
013300     05 FILLER               PIC X(02).                           01330000
013400     05 DQR-PRIOR            PIC ZZ9.99.                          01340000
013500     05 FILLER               PIC X(01).                           01350000
013600     05 DQR-TREND            PIC X(06).                           01360000
013700     05 FILLER               PIC X(01).                           01370000
013800     05 DQR-OWNER            PIC X(18).                           01380000
013900 01  DQR-RSN-LINE.                                                01390000
014000     05 FILLER               PIC X(04).                           01400000
014100     05 DQR-RSN-LIT          PIC X(07).                           01410000
014200     05 DQR-RSN              PIC X(08).                           01420000
014300     05 FILLER               PIC X(02).                           01430000
014400     05 DQR-RSN-CNT          PIC Z(06)9.                          01440000
014500     05 FILLER               PIC X(02).                           01450000
014600     05 DQR-RSN-PRV-LIT      PIC X(06).                           01460000
014700     05 DQR-RSN-PRV          PIC Z(06)9.                          01470000
014800     05 FILLER               PIC X(02).                           01480000
014900     05 DQR-RSN-TREND        PIC X(06).                           01490000
015000     05 FILLER               PIC X(29).                           01500000
015100                                                                  01510000
015200*----------------------------------------------------------------*01520000
015300*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *01530000
015400*----------------------------------------------------------------*01540000
015500 FD  AUD-HIST                                                     01550000
015600     DATA RECORD IS AUD-HIST-REC.                                 01560000
015700 01  AUD-HIST-REC.                                                01570000
015800     05 HIST-DATE            PIC 9(08).                           01580000
015900     05 FILLER               PIC X(02).                           01590000
016000     05 HIST-TIME            PIC 9(06).                           01600000
016100     05 FILLER               PIC X(02).                           01610000
016200     05 HIST-PGM             PIC X(08).                           01620000
016300     05 FILLER               PIC X(02).                           01630000
016400     05 HIST-OUTPUT          PIC X(40).                           01640000
016500     05 FILLER               PIC X(02).                           01650000
016600     05 HIST-VERSION         PIC X(08).                           01660000
016700                                                                  01670000
016800 WORKING-STORAGE SECTION.                                         01680000
016900 01  WS-WORK-FIELDS.                                              01690000
017000     05 WS-RPT-DATE       PIC 9(08)   VALUE ZEROES.               01700000
017100     05 WS-RPT-MONTH      PIC 9(06)   VALUE ZEROES.               01710000
017200     05 WS-PRV-MONTH      PIC 9(06)   VALUE ZEROES.               01720000
017300     05 WS-ROW-MONTH      PIC 9(06)   VALUE ZEROES.               01730000
017400     05 WS-YYYY           PIC 9(04)   VALUE ZEROES.               01740000
017500     05 WS-MM             PIC 9(02)   VALUE ZEROES.               01750000
017600     05 WS-I              PIC 9(05)   VALUE ZEROES.               01760000
017700     05 WS-J              PIC 9(05)   VALUE ZEROES.               01770000
017800     05 WS-SLOT           PIC 9(05)   VALUE ZEROES.               01780000
017900     05 WS-RATE           PIC 9(03)V99 VALUE ZEROES.              01790000
018000     05 WS-PRV-RATE       PIC 9(03)V99 VALUE ZEROES.              01800000
018100     05 WS-WRITTEN-CNT    PIC 9(05)   VALUE ZEROES.               01810000
018200     05 WS-FAIL-CNT       PIC 9(05)   VALUE ZEROES.               01820000
018300     05 WS-MODE-SW        PIC X(01)   VALUE 'R'.                  01830000
018400        88 WS-RECORD-AND-REPORT  VALUE 'R'.                       01840000
018500        88 WS-REPORT-ONLY        VALUE 'P'.                       01850000
018600     05 WS-DONE-SW        PIC X(01)   VALUE 'N'.                  01860000
018700        88 WS-NIGHT-ON-FILE      VALUE 'Y'.                       01870000
018800                                                                  01880000
018900*----------------------------------------------------------------*01890000
019000* THE NIGHT BEING RECORDED - ONE ROW PER FEED PROGRAM (A RERUN'S *01900000
019100* LATER BALANCE ROW REPLACES THE EARLIER) AND ONE PER FEED AND   *01910000
019200* EXCEPTION REASON                                               *01920000
019300*----------------------------------------------------------------*01930000
019400 01  WS-NGT-FIELDS.                                               01940000
019500     05 WS-NGT-CNT        PIC 9(04)   VALUE ZEROES.               01950000
019600     05 WS-MAX-NGTS       PIC 9(04)   VALUE 300.                  01960000
019700     05 WS-NRS-CNT        PIC 9(04)   VALUE ZEROES.               01970000
019800     05 WS-MAX-NRSS       PIC 9(04)   VALUE 600.                  01980000
019900 01  WS-NGT-TABLE.                                                01990000
020000     05 WS-NGT-ENTRY      OCCURS 300 TIMES.                       02000000
020100        10 WS-NGT-FEED    PIC X(08).                              02010000
020200        10 WS-NGT-READ    PIC 9(07).                              02020000
020300        10 WS-NGT-REJECT  PIC 9(07).                              02030000
020400        10 WS-NGT-SKIP    PIC 9(07).                              02040000
020500 01  WS-NRS-TABLE.                                                02050000
020600     05 WS-NRS-ENTRY      OCCURS 600 TIMES.                       02060000
020700        10 WS-NRS-FEED    PIC X(08).                              02070000
020800        10 WS-NRS-REASON  PIC X(08).                              02080000
020900        10 WS-NRS-CNT-N   PIC 9(07).                              02090000
021000                                                                  02100000
021100*----------------------------------------------------------------*02110000
021200* THE MONTH AND THE PRIOR MONTH FOLDED FROM THE HISTORY - PER    *02120000
021300* FEED, AND PER FEED AND REASON                                  *02130000
021400*----------------------------------------------------------------*02140000
021500 01  WS-FED-FIELDS.                                               02150000
021600     05 WS-FED-CNT        PIC 9(04)   VALUE ZEROES.               02160000
021700     05 WS-MAX-FEDS       PIC 9(04)   VALUE 300.                  02170000
021800     05 WS-RSN-CNT        PIC 9(04)   VALUE ZEROES.               02180000
021900     05 WS-MAX-RSNS       PIC 9(04)   VALUE 600.                  02190000
022000 01  WS-FED-TABLE.                                                02200000
022100     05 WS-FED-ENTRY      OCCURS 300 TIMES.                       02210000
022200        10 WS-FED-FEED    PIC X(08).                              02220000
022300        10 WS-FED-NIGHTS  PIC 9(03).                              02230000
022400        10 WS-FED-READ    PIC 9(09).                              02240000
022500        10 WS-FED-REJECT  PIC 9(09).                              02250000
022600        10 WS-FED-PRV-READ   PIC 9(09).                           02260000
022700        10 WS-FED-PRV-REJECT PIC 9(09).                           02270000
022800        10 WS-FED-TARGET  PIC 9(03)V99.                           02280000
022900        10 WS-FED-LIMIT   PIC 9(03)V99.                           02290000
023000        10 WS-FED-OWNER   PIC X(20).                              02300000
023100        10 WS-FED-TGT-SW  PIC X(01).                              02310000
023200           88 WS-FED-HAS-TARGET     VALUE 'Y'.                    02320000
023300 01  WS-RSN-TABLE.                                                02330000
023400     05 WS-RSN-ENTRY      OCCURS 600 TIMES.                       02340000
023500        10 WS-RSN-FEED    PIC X(08).                              02350000
023600        10 WS-RSN-REASON  PIC X(08).                              02360000
023700        10 WS-RSN-CUR     PIC 9(07).                              02370000
023800        10 WS-RSN-PRV     PIC 9(07).                              02380000
023900                                                                  02390000
024000 01  WS-SWITCHES.                                                 02400000
024100     05 BAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02410000
024200        88 BAL-SUCCESS    VALUE '00'.                             02420000
024300        88 BAL-EOF        VALUE '10'.                             02430000
024400     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02440000
024500        88 SEXC-SUCCESS   VALUE '00'.                             02450000
024600        88 SEXC-EOF       VALUE '10'.                             02460000
024700     05 DQH-FILE-STATUS   PIC X(02)   VALUE SPACES.               02470000
024800        88 DQH-SUCCESS    VALUE '00'.                             02480000
024900        88 DQH-EOF        VALUE '10'.                             02490000
025000     05 DQT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02500000
025100        88 DQT-SUCCESS    VALUE '00'.                             02510000
025200        88 DQT-EOF        VALUE '10'.                             02520000
025300     05 DQR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02530000
025400        88 DQR-SUCCESS    VALUE '00'.                             02540000
025500     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02550000
025600        88 HIST-SUCCESS   VALUE '00'.                             02560000
025700                                                                  02570000
025800 01  WS-HIST-FIELDS.                                              02580000
025900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02590000
026000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02600000
026100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02610000
026200     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02620000
026300                                                                  02630000
026400*----------------------------------------------------------------*02640000
026500* BLANK, A NIGHT TO RECORD (YYYYMMDD) OR A MONTH TO REPRINT      *02650000
026600* (YYYYMM)                                                       *02660000
026700*----------------------------------------------------------------*02670000
026800 LINKAGE SECTION.                                                 02680000
026900 01  LS-PARM-DATA.                                                02690000
027000     05 LS-DATE-PARM    PIC X(08).                                02700000
027100                                                                  02710000
027200 PROCEDURE DIVISION USING LS-PARM-DATA.                           02720000
027300                                                                  02730000
027400     EVALUATE TRUE                                                02740000
027500         WHEN LS-DATE-PARM IS NUMERIC AND LS-DATE-PARM > ZEROES   02750000
027600              MOVE LS-DATE-PARM     TO WS-RPT-DATE                02760000
027700         WHEN LS-DATE-PARM(1:6) IS NUMERIC                        02770000
027800          AND LS-DATE-PARM(7:2) = SPACES                          02780000
027900              SET WS-REPORT-ONLY    TO TRUE                       02790000
028000              MOVE LS-DATE-PARM(1:6) TO WS-RPT-MONTH              02800000
028100         WHEN OTHER                                               02810000
028200              PERFORM 0500-PICK-NEWEST-DATE  THRU 0500-EXIT       02820000
028300     END-EVALUATE.                                                02830000
028400     IF WS-RECORD-AND-REPORT                                      02840000
028500        MOVE WS-RPT-DATE(1:6)  TO WS-RPT-MONTH                    02850000
028600        PERFORM 1000-LOAD-NIGHT-BALANCES  THRU 1000-EXIT          02860000
028700        PERFORM 2000-LOAD-NIGHT-EXCEPTIONS THRU 2000-EXIT         02870000
028800        PERFORM 3000-RECORD-NIGHT         THRU 3000-EXIT          02880000
028900     END-IF.                                                      02890000
029000     PERFORM 4000-FOLD-HISTORY         THRU 4000-EXIT.            02900000
029100     PERFORM 5000-LOAD-TARGETS         THRU 5000-EXIT.            02910000
029200     PERFORM 6000-WRITE-SCORECARD      THRU 6000-EXIT.            02920000
029300     IF WS-FAIL-CNT > ZEROES                                      02930000
029400        MOVE 4                TO RETURN-CODE                      02940000
029500     END-IF.                                                      02950000
029600     STRING 'SCORECARD ' DELIMITED BY SIZE                        02960000
029700        WS-RPT-MONTH DELIMITED BY SIZE                            02970000
029800        ' FEEDS ' DELIMITED BY SIZE                               02980000
029900        WS-FED-CNT DELIMITED BY SIZE                              02990000
030000        ' FAIL ' DELIMITED BY SIZE                                03000000
030100        WS-FAIL-CNT DELIMITED BY SIZE                             03010000
030200        INTO WS-HIST-MSG.                                         03020000
030300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03030000
030400     GOBACK.                                                      03040000
030500                                                                  03050000
030600 0500-PICK-NEWEST-DATE.                                           03060000
030700     OPEN INPUT BAL-FILE.                                         03070000
030800     IF NOT BAL-SUCCESS                                           03080000
030900        DISPLAY 'ERROR - UNABLE TO OPEN AOCDSBAL, FILE STATUS: '  03090000
031000                BAL-FILE-STATUS                                   03100000
031100        MOVE 16             TO RETURN-CODE                        03110000
031200        MOVE 'UNABLE TO OPEN SUITE BALANCE FILE' TO WS-HIST-MSG   03120000
031300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03130000
031400        GOBACK                                                    03140000
031500     END-IF.                                                      03150000
031600     PERFORM UNTIL BAL-EOF                                        03160000
031700        READ BAL-FILE                                             03170000
031800             AT END                                               03180000
031900                SET BAL-EOF TO TRUE                               03190000
032000             NOT AT END                                           03200000
032100                IF BAL-RUN-DATE > WS-RPT-DATE                     03210000
032200                   MOVE BAL-RUN-DATE  TO WS-RPT-DATE              03220000
032300                END-IF                                            03230000
032400        END-READ                                                  03240000
032500     END-PERFORM.                                                 03250000
032600     CLOSE BAL-FILE.                                              03260000
032700     MOVE SPACES              TO BAL-FILE-STATUS.                 03270000
032800 0500-EXIT.                                                       03280000
032900     EXIT.                                                        03290000
033000                                                                  03300000
033100 1000-LOAD-NIGHT-BALANCES.                                        03310000
033200     OPEN INPUT BAL-FILE.                                         03320000
033300     IF NOT BAL-SUCCESS                                           03330000
033400        DISPLAY 'ERROR - UNABLE TO OPEN AOCDSBAL, FILE STATUS: '  03340000
033500                BAL-FILE-STATUS                                   03350000
033600        MOVE 16             TO RETURN-CODE                        03360000
033700        MOVE 'UNABLE TO OPEN SUITE BALANCE FILE' TO WS-HIST-MSG   03370000
033800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03380000
033900        GOBACK                                                    03390000
034000     END-IF.                                                      03400000
034100     PERFORM UNTIL BAL-EOF                                        03410000
034200        READ BAL-FILE                                             03420000
034300             AT END                                               03430000
034400                SET BAL-EOF TO TRUE                               03440000
034500             NOT AT END                                           03450000
034600                IF BAL-RUN-DATE = WS-RPT-DATE                     03460000
034700                   PERFORM 1100-STORE-BALANCE  THRU 1100-EXIT     03470000
034800                END-IF                                            03480000
034900        END-READ                                                  03490000
035000     END-PERFORM.                                                 03500000
035100     CLOSE BAL-FILE.                                              03510000
035200     DISPLAY 'NIGHT ' WS-RPT-DATE ' - FEEDS ON AOCDSBAL: '        03520000
035300             WS-NGT-CNT.                                          03530000
035400 1000-EXIT.                                                       03540000
035500     EXIT.                                                        03550000
035600                                                                  03560000
035700 1100-STORE-BALANCE.                                              03570000
035800     MOVE ZEROES              TO WS-SLOT.                         03580000
035900     PERFORM VARYING WS-I FROM 1 BY 1                             03590000
036000               UNTIL WS-I > WS-NGT-CNT                            03600000
036100                  OR WS-SLOT > ZEROES                             03610000
036200        IF WS-NGT-FEED(WS-I) = BAL-PGM                            03620000
036300           MOVE WS-I          TO WS-SLOT                          03630000
036400        END-IF                                                    03640000
036500     END-PERFORM.                                                 03650000
036600     IF WS-SLOT = ZEROES                                          03660000
036700        IF WS-NGT-CNT NOT < WS-MAX-NGTS                           03670000
036800           DISPLAY 'FEED TABLE CAPACITY (' WS-MAX-NGTS            03680000
036900                   ') EXCEEDED'                                   03690000
037000           MOVE 16          TO RETURN-CODE                        03700000
037100           MOVE 'FEED TABLE CAPACITY EXCEEDED'   TO WS-HIST-MSG   03710000
037200           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          03720000
037300           GOBACK                                                 03730000
037400        END-IF                                                    03740000
037500        ADD 1                 TO WS-NGT-CNT                       03750000
037600        MOVE WS-NGT-CNT       TO WS-SLOT                          03760000
037700        MOVE BAL-PGM          TO WS-NGT-FEED(WS-SLOT)             03770000
037800     END-IF.                                                      03780000
037900     MOVE BAL-READ-CNT        TO WS-NGT-READ(WS-SLOT).            03790000
038000     MOVE BAL-REJECT-CNT      TO WS-NGT-REJECT(WS-SLOT).          03800000
038100     MOVE BAL-SKIP-CNT        TO WS-NGT-SKIP(WS-SLOT).            03810000
038200 1100-EXIT.                                                       03820000
038300     EXIT.                                                        03830000
038400                                                                  03840000
038500 2000-LOAD-NIGHT-EXCEPTIONS.                                      03850000
038600     OPEN INPUT SUITE-EXC.                                        03860000
038700     IF NOT SEXC-SUCCESS                                          03870000
038800        DISPLAY 'NO SUITE EXCEPTION FILE - NO REASON COUNTS'      03880000
038900        GO TO 2000-EXIT                                           03890000
039000     END-IF.                                                      03900000
039100     PERFORM UNTIL SEXC-EOF                                       03910000
039200        READ SUITE-EXC                                            03920000
039300             AT END                                               03930000
039400                SET SEXC-EOF TO TRUE                              03940000
039500             NOT AT END                                           03950000
039600                IF EXC-RUN-DATE = WS-RPT-DATE                     03960000
039700                   PERFORM 2100-COUNT-EXCEPTION  THRU 2100-EXIT   03970000
039800                END-IF                                            03980000
039900        END-READ                                                  03990000
040000     END-PERFORM.                                                 04000000
040100     CLOSE SUITE-EXC.                                             04010000
040200 2000-EXIT.                                                       04020000
040300     EXIT.                                                        04030000
040400                                                                  04040000
040500 2100-COUNT-EXCEPTION.                                            04050000
040600     MOVE ZEROES              TO WS-SLOT.                         04060000
040700     PERFORM VARYING WS-I FROM 1 BY 1                             04070000
040800               UNTIL WS-I > WS-NRS-CNT                            04080000
040900                  OR WS-SLOT > ZEROES                             04090000
041000        IF WS-NRS-FEED(WS-I) = EXC-PGM                            04100000
041100           AND WS-NRS-REASON(WS-I) = EXC-REASON                   04110000
041200           MOVE WS-I          TO WS-SLOT                          04120000
041300        END-IF                                                    04130000
041400     END-PERFORM.                                                 04140000
041500     IF WS-SLOT = ZEROES                                          04150000
041600        IF WS-NRS-CNT NOT < WS-MAX-NRSS                           04160000
041700           DISPLAY 'REASON TABLE CAPACITY (' WS-MAX-NRSS          04170000
041800                   ') EXCEEDED'                                   04180000
041900           MOVE 16          TO RETURN-CODE                        04190000
042000           MOVE 'REASON TABLE CAPACITY EXCEEDED' TO WS-HIST-MSG   04200000
042100           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          04210000
042200           GOBACK                                                 04220000
042300        END-IF                                                    04230000
042400        ADD 1                 TO WS-NRS-CNT                       04240000
042500        MOVE WS-NRS-CNT       TO WS-SLOT                          04250000
042600        MOVE EXC-PGM          TO WS-NRS-FEED(WS-SLOT)             04260000
042700        MOVE EXC-REASON       TO WS-NRS-REASON(WS-SLOT)           04270000
042800        MOVE ZEROES           TO WS-NRS-CNT-N(WS-SLOT)            04280000
042900     END-IF.                                                      04290000
043000     ADD 1                    TO WS-NRS-CNT-N(WS-SLOT).           04300000
043100 2100-EXIT.                                                       04310000
043200     EXIT.                                                        04320000
043300                                                                  04330000
043400 3000-RECORD-NIGHT.                                               04340000
043500*----------------------------------------------------------------*04350000
043600* A NIGHT IS RECORDED ONCE - A RERUN OF THIS STEP REPRINTS THE   *04360000
043700* SCORECARD BUT DOES NOT DOUBLE THE NIGHT'S COUNTS               *04370000
043800*----------------------------------------------------------------*04380000
043900     OPEN INPUT DQH-FILE.                                         04390000
044000     IF DQH-SUCCESS                                               04400000
044100        PERFORM UNTIL DQH-EOF OR WS-NIGHT-ON-FILE                 04410000
044200           READ DQH-FILE                                          04420000
044300                AT END                                            04430000
044400                   SET DQH-EOF TO TRUE                            04440000
044500                NOT AT END                                        04450000
044600                   IF DQH-RUN-DATE = WS-RPT-DATE                  04460000
044700                      SET WS-NIGHT-ON-FILE TO TRUE                04470000
044800                   END-IF                                         04480000
044900           END-READ                                               04490000
045000        END-PERFORM                                               04500000
045100        CLOSE DQH-FILE                                            04510000
045200     END-IF.                                                      04520000
045300     MOVE SPACES              TO DQH-FILE-STATUS.                 04530000
045400     IF WS-NIGHT-ON-FILE                                          04540000
045500        DISPLAY 'NIGHT ' WS-RPT-DATE                              04550000
045600                ' ALREADY ON AOCDDQHS - NOT RECORDED AGAIN'       04560000
045700        GO TO 3000-EXIT                                           04570000
045800     END-IF.                                                      04580000
045900     OPEN EXTEND DQH-FILE.                                        04590000
046000     IF NOT DQH-SUCCESS                                           04600000
046100        DISPLAY 'ERROR - UNABLE TO OPEN AOCDDQHS, FILE STATUS: '  04610000
046200                DQH-FILE-STATUS                                   04620000
046300        MOVE 16             TO RETURN-CODE                        04630000
046400        MOVE 'UNABLE TO OPEN SCORECARD HISTORY' TO WS-HIST-MSG    04640000
046500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04650000
046600        GOBACK                                                    04660000
046700     END-IF.                                                      04670000
046800     PERFORM VARYING WS-I FROM 1 BY 1                             04680000
046900               UNTIL WS-I > WS-NGT-CNT                            04690000
047000        INITIALIZE            DQH-REC                             04700000
047100        MOVE WS-RPT-DATE      TO DQH-RUN-DATE                     04710000
047200        MOVE WS-NGT-FEED(WS-I)    TO DQH-FEED                     04720000
047300        SET DQH-RATE-ROW      TO TRUE                             04730000
047400        MOVE WS-NGT-READ(WS-I)    TO DQH-READ-CNT                 04740000
047500        MOVE WS-NGT-REJECT(WS-I)  TO DQH-REJECT-CNT               04750000
047600        MOVE WS-NGT-SKIP(WS-I)    TO DQH-SKIP-CNT                 04760000
047700        IF WS-NGT-READ(WS-I) > ZEROES                             04770000
047800           COMPUTE DQH-RATE ROUNDED =                             04780000
047900                   WS-NGT-REJECT(WS-I) * 100 / WS-NGT-READ(WS-I)  04790000
048000        END-IF                                                    04800000
048100        WRITE DQH-REC                                             04810000
048200        ADD 1                 TO WS-WRITTEN-CNT                   04820000
048300     END-PERFORM.                                                 04830000
048400     PERFORM VARYING WS-I FROM 1 BY 1                             04840000
048500               UNTIL WS-I > WS-NRS-CNT                            04850000
048600        INITIALIZE            DQH-REC                             04860000
048700        MOVE WS-RPT-DATE      TO DQH-RUN-DATE                     04870000
048800        MOVE WS-NRS-FEED(WS-I)    TO DQH-FEED                     04880000
048900        SET DQH-REASON-ROW    TO TRUE                             04890000
049000        MOVE WS-NRS-REASON(WS-I)  TO DQH-REASON                   04900000
049100        MOVE WS-NRS-CNT-N(WS-I)   TO DQH-EXC-CNT                  04910000
049200        WRITE DQH-REC                                             04920000
049300        ADD 1                 TO WS-WRITTEN-CNT                   04930000
049400     END-PERFORM.                                                 04940000
049500     CLOSE DQH-FILE.                                              04950000
049600     MOVE SPACES              TO DQH-FILE-STATUS.                 04960000
049700     DISPLAY 'SCORECARD ROWS RECORDED FOR ' WS-RPT-DATE ': '      04970000
049800             WS-WRITTEN-CNT.                                      04980000
049900 3000-EXIT.                                                       04990000
050000     EXIT.                                                        05000000
050100                                                                  05010000
050200 4000-FOLD-HISTORY.                                               05020000
050300*----------------------------------------------------------------*05030000
050400* THE MONTH'S AND THE PRIOR MONTH'S ROWS ARE SUMMED PER FEED -   *05040000
050500* THE MONTH'S RATE IS ITS REJECTS OVER ITS READS, NOT AN AVERAGE *05050000
050600* OF NIGHTLY RATES, SO A QUIET NIGHT DOES NOT SWING IT           *05060000
050700*----------------------------------------------------------------*05070000
050800     MOVE WS-RPT-MONTH(1:4)   TO WS-YYYY.                         05080000
050900     MOVE WS-RPT-MONTH(5:2)   TO WS-MM.                           05090000
051000     IF WS-MM = 1                                                 05100000
051100        SUBTRACT 1            FROM WS-YYYY                        05110000
051200        MOVE 12               TO WS-MM                            05120000
051300     ELSE                                                         05130000
051400        SUBTRACT 1            FROM WS-MM                          05140000
051500     END-IF.                                                      05150000
051600     COMPUTE WS-PRV-MONTH = WS-YYYY * 100 + WS-MM.                05160000
051700     OPEN INPUT DQH-FILE.                                         05170000
051800     IF NOT DQH-SUCCESS                                           05180000
051900        DISPLAY 'NO SCORECARD HISTORY YET - NOTHING TO GRADE'     05190000
052000        GO TO 4000-EXIT                                           05200000
052100     END-IF.                                                      05210000
052200     PERFORM UNTIL DQH-EOF                                        05220000
052300        READ DQH-FILE                                             05230000
052400             AT END                                               05240000
052500                SET DQH-EOF TO TRUE                               05250000
052600             NOT AT END                                           05260000
052700                MOVE DQH-RUN-DATE(1:6)  TO WS-ROW-MONTH           05270000
052800                IF WS-ROW-MONTH = WS-RPT-MONTH                    05280000
052900                   OR WS-ROW-MONTH = WS-PRV-MONTH                 05290000
053000                   PERFORM 4100-FOLD-ONE-ROW  THRU 4100-EXIT      05300000
053100                END-IF                                            05310000
053200        END-READ                                                  05320000
053300     END-PERFORM.                                                 05330000
053400     CLOSE DQH-FILE.                                              05340000
053500 4000-EXIT.                                                       05350000
053600     EXIT.                                                        05360000
053700                                                                  05370000
053800 4100-FOLD-ONE-ROW.                                               05380000
053900     MOVE ZEROES              TO WS-SLOT.                         05390000
054000     PERFORM VARYING WS-I FROM 1 BY 1                             05400000
054100               UNTIL WS-I > WS-FED-CNT                            05410000
054200                  OR WS-SLOT > ZEROES                             05420000
054300        IF WS-FED-FEED(WS-I) = DQH-FEED                           05430000
054400           MOVE WS-I          TO WS-SLOT                          05440000
054500        END-IF                                                    05450000
054600     END-PERFORM.                                                 05460000
054700     IF WS-SLOT = ZEROES                                          05470000
054800        IF WS-FED-CNT NOT < WS-MAX-FEDS                           05480000
054900           DISPLAY 'FEED TABLE CAPACITY (' WS-MAX-FEDS            05490000
055000                   ') EXCEEDED'                                   05500000
055100           MOVE 16          TO RETURN-CODE                        05510000
055200           MOVE 'FEED TABLE CAPACITY EXCEEDED'   TO WS-HIST-MSG   05520000
055300           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          05530000
055400           GOBACK                                                 05540000
055500        END-IF                                                    05550000
055600        ADD 1                 TO WS-FED-CNT                       05560000
055700        MOVE WS-FED-CNT       TO WS-SLOT                          05570000
055800        INITIALIZE            WS-FED-ENTRY(WS-SLOT)               05580000
055900        MOVE DQH-FEED         TO WS-FED-FEED(WS-SLOT)             05590000
056000        MOVE 'N'              TO WS-FED-TGT-SW(WS-SLOT)           05600000
056100     END-IF.                                                      05610000
056200     IF DQH-RATE-ROW                                              05620000
056300        IF WS-ROW-MONTH = WS-RPT-MONTH                            05630000
056400           ADD 1              TO WS-FED-NIGHTS(WS-SLOT)           05640000
056500           ADD DQH-READ-CNT   TO WS-FED-READ(WS-SLOT)             05650000
056600           ADD DQH-REJECT-CNT TO WS-FED-REJECT(WS-SLOT)           05660000
056700        ELSE                                                      05670000
056800           ADD DQH-READ-CNT   TO WS-FED-PRV-READ(WS-SLOT)         05680000
056900           ADD DQH-REJECT-CNT TO WS-FED-PRV-REJECT(WS-SLOT)       05690000
057000        END-IF                                                    05700000
057100        GO TO 4100-EXIT                                           05710000
057200     END-IF.                                                      05720000
057300     MOVE ZEROES              TO WS-SLOT.                         05730000
057400     PERFORM VARYING WS-I FROM 1 BY 1                             05740000
057500               UNTIL WS-I > WS-RSN-CNT                            05750000
057600                  OR WS-SLOT > ZEROES                             05760000
057700        IF WS-RSN-FEED(WS-I) = DQH-FEED                           05770000
057800           AND WS-RSN-REASON(WS-I) = DQH-REASON                   05780000
057900           MOVE WS-I          TO WS-SLOT                          05790000
058000        END-IF                                                    05800000
058100     END-PERFORM.                                                 05810000
058200     IF WS-SLOT = ZEROES                                          05820000
058300        IF WS-RSN-CNT NOT < WS-MAX-RSNS                           05830000
058400           DISPLAY 'REASON TABLE CAPACITY (' WS-MAX-RSNS          05840000
058500                   ') EXCEEDED'                                   05850000
058600           MOVE 16          TO RETURN-CODE                        05860000
058700           MOVE 'REASON TABLE CAPACITY EXCEEDED' TO WS-HIST-MSG   05870000
058800           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          05880000
058900           GOBACK                                                 05890000
059000        END-IF                                                    05900000
059100        ADD 1                 TO WS-RSN-CNT                       05910000
059200        MOVE WS-RSN-CNT       TO WS-SLOT                          05920000
059300        MOVE DQH-FEED         TO WS-RSN-FEED(WS-SLOT)             05930000
059400        MOVE DQH-REASON       TO WS-RSN-REASON(WS-SLOT)           05940000
059500        MOVE ZEROES           TO WS-RSN-CUR(WS-SLOT)              05950000
059600                                 WS-RSN-PRV(WS-SLOT)              05960000
059700     END-IF.                                                      05970000
059800     IF WS-ROW-MONTH = WS-RPT-MONTH                               05980000
059900        ADD DQH-EXC-CNT       TO WS-RSN-CUR(WS-SLOT)              05990000
060000     ELSE                                                         06000000
060100        ADD DQH-EXC-CNT       TO WS-RSN-PRV(WS-SLOT)              06010000
060200     END-IF.                                                      06020000
060300 4100-EXIT.                                                       06030000
060400     EXIT.                                                        06040000
060500                                                                  06050000
060600 5000-LOAD-TARGETS.                                               06060000
060700     OPEN INPUT DQT-FILE.                                         06070000
060800     IF NOT DQT-SUCCESS                                           06080000
060900        DISPLAY 'NO TARGET FILE - FEEDS LISTED UNGRADED'          06090000
061000        GO TO 5000-EXIT                                           06100000
061100     END-IF.                                                      06110000
061200     PERFORM UNTIL DQT-EOF                                        06120000
061300        READ DQT-FILE                                             06130000
061400             AT END                                               06140000
061500                SET DQT-EOF TO TRUE                               06150000
061600             NOT AT END                                           06160000
061700                PERFORM VARYING WS-I FROM 1 BY 1                  06170000
061800                          UNTIL WS-I > WS-FED-CNT                 06180000
061900                   IF WS-FED-FEED(WS-I) = DQT-FEED                06190000
062000                      AND DQT-TARGET IS NUMERIC                   06200000
062100                      AND DQT-LIMIT IS NUMERIC                    06210000
062200                      MOVE DQT-TARGET  TO WS-FED-TARGET(WS-I)     06220000
062300                      MOVE DQT-LIMIT   TO WS-FED-LIMIT(WS-I)      06230000
062400                      MOVE DQT-OWNER   TO WS-FED-OWNER(WS-I)      06240000
062500                      SET WS-FED-HAS-TARGET(WS-I) TO TRUE         06250000
062600                   END-IF                                         06260000
062700                END-PERFORM                                       06270000
062800        END-READ                                                  06280000
062900     END-PERFORM.                                                 06290000
063000     CLOSE DQT-FILE.                                              06300000
063100 5000-EXIT.                                                       06310000
063200     EXIT.                                                        06320000
063300                                                                  06330000
063400 6000-WRITE-SCORECARD.                                            06340000
063500     OPEN OUTPUT DQR-RPT.                                         06350000
063600     IF NOT DQR-SUCCESS                                           06360000
063700        DISPLAY 'ERROR - UNABLE TO OPEN AOCDDQSR, FILE STATUS: '  06370000
063800                DQR-FILE-STATUS                                   06380000
063900        MOVE 16             TO RETURN-CODE                        06390000
064000        MOVE 'UNABLE TO OPEN SCORECARD REPORT' TO WS-HIST-MSG     06400000
064100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06410000
064200        GOBACK                                                    06420000
064300     END-IF.                                                      06430000
064400     MOVE SPACES              TO DQR-REC.                         06440000
064500     STRING 'DATA QUALITY SCORECARD FOR ' DELIMITED BY SIZE       06450000
064600        WS-RPT-MONTH DELIMITED BY SIZE                            06460000
064700        ' - PRIOR MONTH ' DELIMITED BY SIZE                       06470000
064800        WS-PRV-MONTH DELIMITED BY SIZE                            06480000
064900        INTO DQR-REC.                                             06490000
065000     WRITE DQR-REC.                                               06500000
065100     MOVE SPACES              TO DQR-REC.                         06510000
065200     MOVE 'GRADE A AT OR UNDER TARGET, B WITHIN LIMIT, C UNDER '  06520000
065300                              TO DQR-REC(1:52).                   06530000
065400     MOVE 'TWICE LIMIT, F OVER'  TO DQR-REC(53:19).               06540000
065500     WRITE DQR-REC.                                               06550000
065600     MOVE SPACES              TO DQR-REC.                         06560000
065700     MOVE 'FEED     NTS      READ  REJECT  RATE%   TGT% G'        06570000
065800                              TO DQR-REC(1:46).                   06580000
065900     MOVE '  PRIOR% TREND  OWNER' TO DQR-REC(47:21).              06590000
066000     WRITE DQR-REC.                                               06600000
066100     PERFORM VARYING WS-J FROM 1 BY 1                             06610000
066200               UNTIL WS-J > WS-FED-CNT                            06620000
066300        PERFORM 6100-WRITE-ONE-FEED  THRU 6100-EXIT               06630000
066400     END-PERFORM.                                                 06640000
066500     MOVE SPACES              TO DQR-REC.                         06650000
066600     STRING '*** END OF SCORECARD - FEEDS ' DELIMITED BY SIZE     06660000
066700        WS-FED-CNT DELIMITED BY SIZE                              06670000
066800        ' GRADED F ' DELIMITED BY SIZE                            06680000
066900        WS-FAIL-CNT DELIMITED BY SIZE                             06690000
067000        ' ***' DELIMITED BY SIZE                                  06700000
067100        INTO DQR-REC.                                             06710000
067200     WRITE DQR-REC.                                               06720000
067300     CLOSE DQR-RPT.                                               06730000
067400     DISPLAY 'SCORECARD ' WS-RPT-MONTH ' - FEEDS: ' WS-FED-CNT    06740000
067500             ' GRADED F: ' WS-FAIL-CNT.                           06750000
067600 6000-EXIT.                                                       06760000
067700     EXIT.                                                        06770000
067800                                                                  06780000
067900 6100-WRITE-ONE-FEED.                                             06790000
068000*----------------------------------------------------------------*06800000
068100* A FEED WITH NO NIGHTS THIS MONTH (ONLY PRIOR-MONTH ROWS) IS    *06810000
068200* NOT GRADED. TREND COMPARES THE MONTH'S RATE WITH THE PRIOR     *06820000
068300* MONTH'S - LOWER IS BETTER                                      *06830000
068400*----------------------------------------------------------------*06840000
068500     IF WS-FED-NIGHTS(WS-J) = ZEROES                              06850000
068600        GO TO 6100-EXIT                                           06860000
068700     END-IF.                                                      06870000
068800     MOVE ZEROES              TO WS-RATE WS-PRV-RATE.             06880000
068900     IF WS-FED-READ(WS-J) > ZEROES                                06890000
069000        COMPUTE WS-RATE ROUNDED =                                 06900000
069100                WS-FED-REJECT(WS-J) * 100 / WS-FED-READ(WS-J)     06910000
069200     END-IF.                                                      06920000
069300     IF WS-FED-PRV-READ(WS-J) > ZEROES                            06930000
069400        COMPUTE WS-PRV-RATE ROUNDED =                             06940000
069500                WS-FED-PRV-REJECT(WS-J) * 100                     06950000
069600                / WS-FED-PRV-READ(WS-J)                           06960000
069700     END-IF.                                                      06970000
069800     MOVE SPACES              TO DQR-REC.                         06980000
069900     MOVE WS-FED-FEED(WS-J)   TO DQR-FEED.                        06990000
070000     MOVE WS-FED-NIGHTS(WS-J) TO DQR-NIGHTS.                      07000000
070100     MOVE WS-FED-READ(WS-J)   TO DQR-READ.                        07010000
070200     MOVE WS-FED-REJECT(WS-J) TO DQR-REJECT.                      07020000
070300     MOVE WS-RATE             TO DQR-RATE.                        07030000
070400     MOVE WS-PRV-RATE         TO DQR-PRIOR.                       07040000
070500     IF WS-FED-HAS-TARGET(WS-J)                                   07050000
070600        MOVE WS-FED-TARGET(WS-J)  TO DQR-TARGET                   07060000
070700        MOVE WS-FED-OWNER(WS-J)   TO DQR-OWNER                    07070000
070800        EVALUATE TRUE                                             07080000
070900            WHEN WS-RATE NOT > WS-FED-TARGET(WS-J)                07090000
071000                 MOVE 'A'     TO DQR-GRADE                        07100000
071100            WHEN WS-RATE NOT > WS-FED-LIMIT(WS-J)                 07110000
071200                 MOVE 'B'     TO DQR-GRADE                        07120000
071300            WHEN WS-RATE NOT > WS-FED-LIMIT(WS-J) * 2             07130000
071400                 MOVE 'C'     TO DQR-GRADE                        07140000
071500            WHEN OTHER                                            07150000
071600                 MOVE 'F'     TO DQR-GRADE                        07160000
071700                 ADD 1        TO WS-FAIL-CNT                      07170000
071800        END-EVALUATE                                              07180000
071900     ELSE                                                         07190000
072000        MOVE '-'              TO DQR-GRADE                        07200000
072100        MOVE 'NO TARGET SET'  TO DQR-OWNER                        07210000
072200     END-IF.                                                      07220000
072300     EVALUATE TRUE                                                07230000
072400         WHEN WS-FED-PRV-READ(WS-J) = ZEROES                      07240000
072500              MOVE 'NEW'      TO DQR-TREND                        07250000
072600         WHEN WS-RATE < WS-PRV-RATE                               07260000
072700              MOVE 'BETTER'   TO DQR-TREND                        07270000
072800         WHEN WS-RATE > WS-PRV-RATE                               07280000
072900              MOVE 'WORSE'    TO DQR-TREND                        07290000
073000         WHEN OTHER                                               07300000
073100              MOVE 'STEADY'   TO DQR-TREND                        07310000
073200     END-EVALUATE.                                                07320000
073300     WRITE DQR-FEED-LINE.                                         07330000
073400     PERFORM VARYING WS-I FROM 1 BY 1                             07340000
073500               UNTIL WS-I > WS-RSN-CNT                            07350000
073600        IF WS-RSN-FEED(WS-I) = WS-FED-FEED(WS-J)                  07360000
073700           AND WS-RSN-CUR(WS-I) > ZEROES                          07370000
073800           PERFORM 6200-WRITE-ONE-REASON  THRU 6200-EXIT          07380000
073900        END-IF                                                    07390000
074000     END-PERFORM.                                                 07400000
074100 6100-EXIT.                                                       07410000
074200     EXIT.                                                        07420000
074300                                                                  07430000
074400 6200-WRITE-ONE-REASON.                                           07440000
074500     MOVE SPACES              TO DQR-REC.                         07450000
074600     MOVE 'REASON '           TO DQR-RSN-LIT.                     07460000
074700     MOVE WS-RSN-REASON(WS-I) TO DQR-RSN.                         07470000
074800     MOVE WS-RSN-CUR(WS-I)    TO DQR-RSN-CNT.                     07480000
074900     MOVE 'PRIOR '            TO DQR-RSN-PRV-LIT.                 07490000
075000     MOVE WS-RSN-PRV(WS-I)    TO DQR-RSN-PRV.                     07500000
075100     EVALUATE TRUE                                                07510000
075200         WHEN WS-RSN-PRV(WS-I) = ZEROES                           07520000
075300              MOVE 'NEW'      TO DQR-RSN-TREND                    07530000
075400         WHEN WS-RSN-CUR(WS-I) < WS-RSN-PRV(WS-I)                 07540000
075500              MOVE 'BETTER'   TO DQR-RSN-TREND                    07550000
075600         WHEN WS-RSN-CUR(WS-I) > WS-RSN-PRV(WS-I)                 07560000
075700              MOVE 'WORSE'    TO DQR-RSN-TREND                    07570000
075800         WHEN OTHER                                               07580000
075900              MOVE 'STEADY'   TO DQR-RSN-TREND                    07590000
076000     END-EVALUATE.                                                07600000
076100     WRITE DQR-RSN-LINE.                                          07610000
076200 6200-EXIT.                                                       07620000
076300     EXIT.                                                        07630000
076400                                                                  07640000
076500*----------------------------------------------------------------*07650000
076600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07660000
076700*----------------------------------------------------------------*07670000
076800 9800-WRITE-AUDIT-HIST.                                           07680000
076900     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07690000
077000     ACCEPT WS-HIST-TIME FROM TIME.                               07700000
077100     OPEN EXTEND AUD-HIST.                                        07710000
077200     INITIALIZE AUD-HIST-REC.                                     07720000
077300     MOVE WS-HIST-DATE          TO HIST-DATE.                     07730000
077400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07740000
077500     MOVE 'AOCDDQSC'            TO HIST-PGM.                      07750000
077600     MOVE WS-HIST-VER           TO HIST-VERSION.                  07760000
077700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07770000
077800     WRITE AUD-HIST-REC.                                          07780000
077900     CLOSE AUD-HIST.                                              07790000
078000 9800-EXIT.                                                       07800000
078100     EXIT.                                                        07810000
