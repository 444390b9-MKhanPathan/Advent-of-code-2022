000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - REPORT PRINT FORMATTER                 *00020000
000300*----------------------------------------------------------------*00030000
000400*  AOCD4DTL, AOCD5STK, AOCD6RPT AND AOCD3PPL ARE FIXED RECORD    *00040000
000500*  FILES THE DOWNSTREAM PROGRAMS READ, AND THEY PRINTED AS ONE   *00050000
000600*  CONTINUOUS STREAM THAT THE PRINT ROOM CUT UP BY HAND. THIS    *00060000
000700*  STEP LEAVES THE RECORD FILES ALONE AND PRINTS A COPY OF EACH  *00070000
000800*  ON AOCDPRNT WITH ASA CARRIAGE CONTROL: A TITLE LINE WITH THE  *00080000
000900*  RUN DATE, RUN ID AND PAGE NUMBER ON EVERY PAGE, THE COLUMN    *00090000
001000*  HEADINGS, A COUNT LINE AT EVERY CONTROL BREAK AND AN END OF   *00100000
001100*  REPORT LINE. HOW EACH REPORT LOOKS COMES FROM ITS ROWS ON     *00110000
001200*  THE AOCDPLAY LAYOUT FILE, NOT FROM THIS PROGRAM - A REPORT    *00120000
001300*  WITH NO LAYOUT ROWS IS NOT PRINTED. PARM NAMES ONE REPORT DD  *00130000
001400*  TO PRINT; BLANK PRINTS EVERY REPORT THAT HAS A LAYOUT         *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCDPFMT.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* LAYOUT DEFINITIONS - TITLE, HEADING, COLUMN AND BREAK ROWS     *00240000
002500* PER REPORT DD                                                  *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT LAY-FILE    ASSIGN TO AOCDPLAY                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS LAY-FILE-STATUS.                       00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* THE REPORTS THIS STEP KNOWS HOW TO PRINT - ONE SELECT PER      *00330000
003400* REPORT DD, READ ONLY                                           *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT RPT-D4D     ASSIGN TO AOCD4DTL                        00360000
003700        ORGANIZATION IS SEQUENTIAL                                00370000
003800        FILE STATUS IS WS-RPT-STATUS.                             00380000
003900     SELECT RPT-D5S     ASSIGN TO AOCD5STK                        00390000
004000        ORGANIZATION IS SEQUENTIAL                                00400000
004100        FILE STATUS IS WS-RPT-STATUS.                             00410000
004200     SELECT RPT-D6R     ASSIGN TO AOCD6RPT                        00420000
004300        ORGANIZATION IS SEQUENTIAL                                00430000
004400        FILE STATUS IS WS-RPT-STATUS.                             00440000
004500     SELECT RPT-D3P     ASSIGN TO AOCD3PPL                        00450000
004600        ORGANIZATION IS SEQUENTIAL                                00460000
004700        FILE STATUS IS WS-RPT-STATUS.                             00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000* PRINT FILE - 133 BYTES, ASA CONTROL CHARACTER FIRST            *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT PRT-FILE    ASSIGN TO AOCDPRNT                        00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS PRT-FILE-STATUS.                       00550000
005600                                                                  00560000
005700*----------------------------------------------------------------*00570000
005800*  THE SUITE RUN LOCK - READ ONLY FOR THE RUN ID                 *00580000
005900*----------------------------------------------------------------*00590000
006000     SELECT LOCK-FILE   ASSIGN TO AOCDLOCK                        00600000
006100        ORGANIZATION    IS SEQUENTIAL                             00610000
006200         ACCESS MODE    IS SEQUENTIAL                             00620000
006300         FILE STATUS    IS LOCK-FILE-STATUS.                      00630000
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
007500*----------------------------------------------------------------*00750000
007600* T ROW - REPORT TITLE AND PRINT LINES PER PAGE (ZERO MEANS 60)  *00760000
007700* H ROW - ONE COLUMN-HEADING LINE, TEXT PLACED AT PRINT COLUMN   *00770000
007800* C ROW - COPY LAY-LEN BYTES FROM RECORD POSITION LAY-FROM TO    *00780000
007900*         PRINT COLUMN LAY-TO. NO C ROWS - RECORD PRINTS AS IS   *00790000
008000* B ROW - CONTROL BREAK ON LAY-LEN BYTES (UP TO 20) FROM RECORD  *00800000
008100*         POSITION LAY-FROM, COUNT LINE LABELLED LAY-BRK-LABEL   *00810000
008200*----------------------------------------------------------------*00820000
008300 FD  LAY-FILE.                                                    00830000
008400 01  LAY-REC.                                                     00840000
008500     05 LAY-REPORT-DD     PIC X(08).                              00850000
008600     05 FILLER            PIC X(01).                              00860000
008700     05 LAY-TYPE          PIC X(01).                              00870000
008800        88 LAY-TITLE-ROW            VALUE 'T'.                    00880000
008900        88 LAY-HEAD-ROW             VALUE 'H'.                    00890000
009000        88 LAY-COL-ROW              VALUE 'C'.                    00900000
009100        88 LAY-BREAK-ROW            VALUE 'B'.                    00910000
009200     05 FILLER            PIC X(01).                              00920000
009300     05 LAY-BODY          PIC X(69).                              00930000
009400     05 LAY-TITLE-BODY REDEFINES LAY-BODY.                        00940000
009500        10 LAY-TITLE      PIC X(40).                              00950000
009600        10 FILLER         PIC X(01).                              00960000
009700        10 LAY-PAGE-LINES PIC 9(03).                              00970000
009800        10 FILLER         PIC X(25).                              00980000
009900     05 LAY-HEAD-BODY REDEFINES LAY-BODY.                         00990000
010000        10 LAY-HEAD-COL   PIC 9(03).                              01000000
010100        10 FILLER         PIC X(01).                              01010000
010200        10 LAY-HEAD-TEXT  PIC X(65).                              01020000
010300     05 LAY-COL-BODY REDEFINES LAY-BODY.                          01030000
010400        10 LAY-FROM       PIC 9(03).                              01040000
010500        10 FILLER         PIC X(01).                              01050000
010600        10 LAY-LEN        PIC 9(03).                              01060000
010700        10 FILLER         PIC X(01).                              01070000
010800        10 LAY-TO         PIC 9(03).                              01080000
010900        10 FILLER         PIC X(01).                              01090000
011000        10 LAY-BRK-LABEL  PIC X(20).                              01100000
011100        10 FILLER         PIC X(37).                              01110000
011200                                                                  01120000
011300 FD  RPT-D4D.                                                     01130000
011400 01  RPT-D4D-REC            PIC X(60).                            01140000
011500 FD  RPT-D5S.                                                     01150000
011600 01  RPT-D5S-REC            PIC X(304).                           01160000
011700 FD  RPT-D6R.                                                     01170000
011800 01  RPT-D6R-REC            PIC X(40).                            01180000
011900 FD  RPT-D3P.                                                     01190000
012000 01  RPT-D3P-REC            PIC X(79).                            01200000
012100                                                                  01210000
012200 FD  PRT-FILE.                                                    01220000
012300 01  PRT-REC.                                                     01230000
012400     05 PRT-CC              PIC X(01).                            01240000
012500     05 PRT-LINE            PIC X(132).                           01250000
012600                                                                  01260000
012700 FD  LOCK-FILE                                                    01270000
012800     DATA RECORD IS LOCK-REC.                                     01280000
012900 01  LOCK-REC.                                                    01290000
013000     05 LCK-STATE            PIC X(01).                           01300000
013100     05 FILLER               PIC X(02).                           01310000
013200     05 LCK-RUN-ID           PIC X(14).                           01320000
013300     05 FILLER               PIC X(02).                           01330000
013400     05 LCK-OPERATOR         PIC X(08).                           01340000
013500     05 FILLER               PIC X(02).                           01350000
013600     05 LCK-DATE             PIC 9(08).                           01360000
013700     05 FILLER               PIC X(02).                           01370000
013800     05 LCK-TIME             PIC 9(06).                           01380000
013900                                                                  01390000
014000 FD  AUD-HIST                                                     01400000
014100     DATA RECORD IS AUD-HIST-REC.                                 01410000
014200 01  AUD-HIST-REC.                                                01420000
014300     05 HIST-DATE            PIC 9(08).                           01430000
014400     05 FILLER               PIC X(02).                           01440000
014500     05 HIST-TIME            PIC 9(06).                           01450000
014600     05 FILLER               PIC X(02).                           01460000
014700     05 HIST-PGM             PIC X(08).                           01470000
014800     05 FILLER               PIC X(02).                           01480000
014900     05 HIST-OUTPUT          PIC X(40).                           01490000
015000     05 FILLER               PIC X(02).                           01500000
015100     05 HIST-VERSION         PIC X(08).                           01510000
015200                                                                  01520000
015300 WORKING-STORAGE SECTION.                                         01530000
015400 01  WS-WORK-FIELDS.                                              01540000
015500     05 WS-RPT-IDX        PIC 9(01)   VALUE ZEROES.               01550000
015600     05 WS-RUN-ID         PIC X(14)   VALUE SPACES.               01560000
015700     05 WS-TIME-RAW       PIC 9(08)   VALUE ZEROES.               01570000
015800     05 WS-TODAY-YMD      PIC 9(08)   VALUE ZEROES.               01580000
015900     05 WS-RUN-DATE-PRT   PIC X(10)   VALUE SPACES.               01590000
016000     05 WS-I              PIC 9(03)   VALUE ZEROES.               01600000
016100     05 WS-PAGE-CNT       PIC 9(04)   VALUE ZEROES.               01610000
016200     05 WS-LINE-CNT       PIC 9(03)   VALUE ZEROES.               01620000
016300     05 WS-REC-CNT        PIC 9(07)   VALUE ZEROES.               01630000
016400     05 WS-GRP-CNT        PIC 9(07)   VALUE ZEROES.               01640000
016500     05 WS-PRINTED-CNT    PIC 9(02)   VALUE ZEROES.               01650000
016600     05 WS-FLAG-CNT       PIC 9(02)   VALUE ZEROES.               01660000
016700     05 WS-EDIT-CNT       PIC Z(06)9.                             01670000
016800     05 WS-EDIT-PAGE      PIC Z(03)9.                             01680000
016900                                                                  01690000
017000*----------------------------------------------------------------*01700000
017100* THE REPORTS THIS STEP CAN PRINT, IN THE ORDER IT PRINTS THEM   *01710000
017200*----------------------------------------------------------------*01720000
017300 01  WS-KNR-LIST.                                                 01730000
017400     05 FILLER  PIC X(08) VALUE 'AOCD4DTL'.                       01740000
017500     05 FILLER  PIC X(08) VALUE 'AOCD5STK'.                       01750000
017600     05 FILLER  PIC X(08) VALUE 'AOCD6RPT'.                       01760000
017700     05 FILLER  PIC X(08) VALUE 'AOCD3PPL'.                       01770000
017800 01  WS-KNR-TABLE REDEFINES WS-KNR-LIST.                          01780000
017900     05 WS-KNR-DD        PIC X(08)  OCCURS 4 TIMES.               01790000
018000 77  WS-KNR-COUNT        PIC 9(01)   VALUE 4.                     01800000
018100                                                                  01810000
018200*----------------------------------------------------------------*01820000
018300* THE CURRENT REPORT'S LAYOUT AS LOADED FROM AOCDPLAY            *01830000
018400*----------------------------------------------------------------*01840000
018500 01  WS-LAYOUT.                                                   01850000
018600     05 WS-LAY-DD         PIC X(08).                              01860000
018700     05 WS-LAY-FOUND-SW   PIC X(01).                              01870000
018800        88 WS-LAY-FOUND             VALUE 'Y'.                    01880000
018900     05 WS-LAY-TITLE      PIC X(40).                              01890000
019000     05 WS-LAY-PAGE-LINES PIC 9(03).                              01900000
019100     05 WS-HDG-CNT        PIC 9(02).                              01910000
019200     05 WS-HDG-LINE       PIC X(132)  OCCURS 10 TIMES.            01920000
019300     05 WS-COL-CNT        PIC 9(02).                              01930000
019400     05 WS-COL-ENTRY      OCCURS 30 TIMES.                        01940000
019500        10 WS-COL-FROM    PIC 9(03).                              01950000
019600        10 WS-COL-LEN     PIC 9(03).                              01960000
019700        10 WS-COL-TO      PIC 9(03).                              01970000
019800     05 WS-BRK-SW         PIC X(01).                              01980000
019900        88 WS-BRK-DEFINED           VALUE 'Y'.                    01990000
020000     05 WS-BRK-FROM       PIC 9(03).                              02000000
020100     05 WS-BRK-LEN        PIC 9(03).                              02010000
020200     05 WS-BRK-LABEL      PIC X(20).                              02020000
020300 77  WS-MAX-HDGS          PIC 9(02)   VALUE 10.                   02030000
020400 77  WS-MAX-COLS          PIC 9(02)   VALUE 30.                   02040000
020500                                                                  02050000
020600 01  WS-SRC-REC           PIC X(304)  VALUE SPACES.               02060000
020700 01  WS-BRK-OLD           PIC X(20)   VALUE SPACES.               02070000
020800 01  WS-BRK-NEW           PIC X(20)   VALUE SPACES.               02080000
020900                                                                  02090000
021000 01  WS-SWITCHES.                                                 02100000
021100     05 LAY-FILE-STATUS   PIC X(02)   VALUE SPACES.               02110000
021200        88 LAY-SUCCESS    VALUE '00'.                             02120000
021300        88 LAY-EOF        VALUE '10'.                             02130000
021400     05 WS-RPT-STATUS     PIC X(02)   VALUE SPACES.               02140000
021500        88 WS-RPT-OPEN-OK VALUE '00'.                             02150000
021600        88 WS-RPT-EOF     VALUE '10'.                             02160000
021700     05 PRT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02170000
021800        88 PRT-SUCCESS    VALUE '00'.                             02180000
021900     05 LOCK-FILE-STATUS  PIC X(02)   VALUE SPACES.               02190000
022000        88 LOCK-SUCCESS   VALUE '00'.                             02200000
022100     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02210000
022200        88 HIST-SUCCESS   VALUE '00'.                             02220000
022300                                                                  02230000
022400 01  WS-HIST-FIELDS.                                              02240000
022500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02250000
022600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02260000
022700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02270000
022800     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02280000
022900                                                                  02290000
023000*----------------------------------------------------------------*02300000
023100* THE REPORT DD TO PRINT - BLANK PRINTS EVERY REPORT WITH A      *02310000
023200* LAYOUT                                                         *02320000
023300*----------------------------------------------------------------*02330000
023400 LINKAGE SECTION.                                                 02340000
023500 01  LS-PARM-DATA.                                                02350000
023600     05 LS-REPORT-PARM  PIC X(08).                                02360000
023700                                                                  02370000
023800 PROCEDURE DIVISION USING LS-PARM-DATA.                           02380000
023900                                                                  02390000
024000     PERFORM 0500-GET-RUN-ID           THRU 0500-EXIT.            02400000
024100     STRING WS-TODAY-YMD(1:4) DELIMITED BY SIZE                   02410000
024200        '-' DELIMITED BY SIZE                                     02420000
024300        WS-TODAY-YMD(5:2) DELIMITED BY SIZE                       02430000
024400        '-' DELIMITED BY SIZE                                     02440000
024500        WS-TODAY-YMD(7:2) DELIMITED BY SIZE                       02450000
024600        INTO WS-RUN-DATE-PRT.                                     02460000
024700     OPEN OUTPUT PRT-FILE.                                        02470000
024800     IF NOT PRT-SUCCESS                                           02480000
024900        DISPLAY 'ERROR - UNABLE TO OPEN AOCDPRNT, FILE STATUS: '  02490000
025000                PRT-FILE-STATUS                                   02500000
025100        MOVE 16             TO RETURN-CODE                        02510000
025200        MOVE 'UNABLE TO OPEN PRINT FILE'   TO WS-HIST-MSG         02520000
025300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02530000
025400        GOBACK                                                    02540000
025500     END-IF.                                                      02550000
025600     PERFORM VARYING WS-RPT-IDX FROM 1 BY 1                       02560000
025700               UNTIL WS-RPT-IDX > WS-KNR-COUNT                    02570000
025800        IF LS-REPORT-PARM = SPACES                                02580000
025900           OR LS-REPORT-PARM = WS-KNR-DD(WS-RPT-IDX)              02590000
026000           PERFORM 2000-PRINT-REPORT  THRU 2000-EXIT              02600000
026100        END-IF                                                    02610000
026200     END-PERFORM.                                                 02620000
026300     CLOSE PRT-FILE.                                              02630000
026400     DISPLAY 'REPORTS PRINTED: ' WS-PRINTED-CNT                   02640000
026500             ' FLAGGED: ' WS-FLAG-CNT.                            02650000
026600     IF WS-FLAG-CNT > ZEROES                                      02660000
026700        MOVE 4               TO RETURN-CODE                       02670000
026800     END-IF.                                                      02680000
026900     STRING 'PRINT FORMAT - ' DELIMITED BY SIZE                   02690000
027000        WS-PRINTED-CNT DELIMITED BY SIZE                          02700000
027100        ' PRINTED ' DELIMITED BY SIZE                             02710000
027200        WS-FLAG-CNT DELIMITED BY SIZE                             02720000
027300        ' FLAGGED' DELIMITED BY SIZE                              02730000
027400        INTO WS-HIST-MSG.                                         02740000
027500     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02750000
027600     GOBACK.                                                      02760000
027700                                                                  02770000
027800*----------------------------------------------------------------*02780000
027900*  0500-GET-RUN-ID TAKES THE RUN ID FROM THE SUITE RUN LOCK,     *02790000
028000*  HELD OR FREED. NO LOCK RECORD, OR ONE WITH NO ID, PRINTS      *02800000
028100*  UNDER THIS STEP'S OWN DATE AND TIME INSTEAD                   *02810000
028200*----------------------------------------------------------------*02820000
028300 0500-GET-RUN-ID.                                                 02830000
028400     ACCEPT WS-TODAY-YMD      FROM DATE YYYYMMDD.                 02840000
028500     MOVE SPACES              TO WS-RUN-ID.                       02850000
028600     OPEN INPUT LOCK-FILE.                                        02860000
028700     IF LOCK-SUCCESS                                              02870000
028800        READ LOCK-FILE                                            02880000
028900           NOT AT END                                             02890000
029000              MOVE LCK-RUN-ID   TO WS-RUN-ID                      02900000
029100        END-READ                                                  02910000
029200        CLOSE LOCK-FILE                                           02920000
029300     END-IF.                                                      02930000
029400     IF WS-RUN-ID = SPACES                                        02940000
029500        ACCEPT WS-TIME-RAW    FROM TIME                           02950000
029600        STRING WS-TODAY-YMD DELIMITED BY SIZE                     02960000
029700           WS-TIME-RAW(1:6) DELIMITED BY SIZE                     02970000
029800           INTO WS-RUN-ID                                         02980000
029900        DISPLAY 'NO RUN ID ON AOCDLOCK - PRINTING UNDER '         02990000
030000                WS-RUN-ID                                         03000000
030100     END-IF.                                                      03010000
030200 0500-EXIT.                                                       03020000
030300     EXIT.                                                        03030000
030400                                                                  03040000
030500 1000-LOAD-LAYOUT.                                                03050000
030600*----------------------------------------------------------------*03060000
030700* THE LAYOUT FILE IS READ AGAIN FOR EACH REPORT - IT IS A FEW    *03070000
030800* DOZEN ROWS. A ROW THAT WOULD PRINT OFF THE 132-COLUMN LINE OR  *03080000
030900* COPY FROM BEYOND THE RECORD IS REFUSED, NOT TRUNCATED          *03090000
031000*----------------------------------------------------------------*03100000
031100     INITIALIZE               WS-LAYOUT.                          03110000
031200     MOVE WS-KNR-DD(WS-RPT-IDX) TO WS-LAY-DD.                     03120000
031300     MOVE 60                  TO WS-LAY-PAGE-LINES.               03130000
031400     MOVE SPACES              TO LAY-FILE-STATUS.                 03140000
031500     OPEN INPUT LAY-FILE.                                         03150000
031600     IF NOT LAY-SUCCESS                                           03160000
031700        DISPLAY 'NO PRINT LAYOUT FILE - NOTHING TO FORMAT'        03170000
031800        GO TO 1000-EXIT                                           03180000
031900     END-IF.                                                      03190000
032000     PERFORM UNTIL LAY-EOF                                        03200000
032100        READ LAY-FILE                                             03210000
032200             AT END                                               03220000
032300                SET LAY-EOF TO TRUE                               03230000
032400             NOT AT END                                           03240000
032500                IF LAY-REPORT-DD = WS-LAY-DD                      03250000
032600                   PERFORM 1100-STORE-LAYOUT-ROW  THRU 1100-EXIT  03260000
032700                END-IF                                            03270000
032800        END-READ                                                  03280000
032900     END-PERFORM.                                                 03290000
033000     CLOSE LAY-FILE.                                              03300000
033100 1000-EXIT.                                                       03310000
033200     EXIT.                                                        03320000
033300                                                                  03330000
033400 1100-STORE-LAYOUT-ROW.                                           03340000
033500     SET WS-LAY-FOUND         TO TRUE.                            03350000
033600     EVALUATE TRUE                                                03360000
033700         WHEN LAY-TITLE-ROW                                       03370000
033800              MOVE LAY-TITLE       TO WS-LAY-TITLE                03380000
033900              IF LAY-PAGE-LINES IS NUMERIC                        03390000
034000                 AND LAY-PAGE-LINES > 10                          03400000
034100                 MOVE LAY-PAGE-LINES TO WS-LAY-PAGE-LINES         03410000
034200              END-IF                                              03420000
034300         WHEN LAY-HEAD-ROW                                        03430000
034400              IF WS-HDG-CNT < WS-MAX-HDGS                         03440000
034500                 AND LAY-HEAD-COL IS NUMERIC                      03450000
034600                 AND LAY-HEAD-COL > ZEROES                        03460000
034700                 AND LAY-HEAD-COL < 69                            03470000
034800                 ADD 1             TO WS-HDG-CNT                  03480000
034900                 MOVE SPACES       TO WS-HDG-LINE(WS-HDG-CNT)     03490000
035000                 MOVE LAY-HEAD-TEXT                               03500000
035100                   TO WS-HDG-LINE(WS-HDG-CNT)(LAY-HEAD-COL:65)    03510000
035200              ELSE                                                03520000
035300                 DISPLAY 'HEADING ROW REFUSED FOR ' WS-LAY-DD     03530000
035400                         ': ' LAY-BODY                            03540000
035500              END-IF                                              03550000
035600         WHEN LAY-COL-ROW                                         03560000
035700              IF WS-COL-CNT < WS-MAX-COLS                         03570000
035800                 AND LAY-FROM IS NUMERIC AND LAY-FROM > ZEROES    03580000
035900                 AND LAY-LEN IS NUMERIC AND LAY-LEN > ZEROES      03590000
036000                 AND LAY-TO IS NUMERIC AND LAY-TO > ZEROES        03600000
036100                 AND LAY-FROM + LAY-LEN - 1 NOT > 304             03610000
036200                 AND LAY-TO + LAY-LEN - 1 NOT > 132               03620000
036300                 ADD 1             TO WS-COL-CNT                  03630000
036400                 MOVE LAY-FROM     TO WS-COL-FROM(WS-COL-CNT)     03640000
036500                 MOVE LAY-LEN      TO WS-COL-LEN(WS-COL-CNT)      03650000
036600                 MOVE LAY-TO       TO WS-COL-TO(WS-COL-CNT)       03660000
036700              ELSE                                                03670000
036800                 DISPLAY 'COLUMN ROW REFUSED FOR ' WS-LAY-DD      03680000
036900                         ': ' LAY-BODY                            03690000
037000              END-IF                                              03700000
037100         WHEN LAY-BREAK-ROW                                       03710000
037200              IF LAY-FROM IS NUMERIC AND LAY-FROM > ZEROES        03720000
037300                 AND LAY-LEN IS NUMERIC AND LAY-LEN > ZEROES      03730000
037400                 AND LAY-LEN NOT > 20                             03740000
037500                 AND LAY-FROM + LAY-LEN - 1 NOT > 304             03750000
037600                 SET WS-BRK-DEFINED TO TRUE                       03760000
037700                 MOVE LAY-FROM     TO WS-BRK-FROM                 03770000
037800                 MOVE LAY-LEN      TO WS-BRK-LEN                  03780000
037900                 MOVE LAY-BRK-LABEL TO WS-BRK-LABEL               03790000
038000              ELSE                                                03800000
038100                 DISPLAY 'BREAK ROW REFUSED FOR ' WS-LAY-DD       03810000
038200                         ': ' LAY-BODY                            03820000
038300              END-IF                                              03830000
038400         WHEN OTHER                                               03840000
038500              DISPLAY 'UNKNOWN LAYOUT ROW TYPE FOR ' WS-LAY-DD    03850000
038600                      ': ' LAY-TYPE                               03860000
038700     END-EVALUATE.                                                03870000
038800 1100-EXIT.                                                       03880000
038900     EXIT.                                                        03890000
039000                                                                  03900000
039100 2000-PRINT-REPORT.                                               03910000
039200     PERFORM 1000-LOAD-LAYOUT  THRU 1000-EXIT.                    03920000
039300     IF NOT WS-LAY-FOUND                                          03930000
039400        DISPLAY 'NO LAYOUT FOR ' WS-KNR-DD(WS-RPT-IDX)            03940000
039500                ' - NOT PRINTED'                                  03950000
039600        IF LS-REPORT-PARM NOT = SPACES                            03960000
039700           ADD 1             TO WS-FLAG-CNT                       03970000
039800        END-IF                                                    03980000
039900        GO TO 2000-EXIT                                           03990000
040000     END-IF.                                                      04000000
040100     MOVE SPACES              TO WS-RPT-STATUS.                   04010000
040200     EVALUATE WS-RPT-IDX                                          04020000
040300        WHEN 1 OPEN INPUT RPT-D4D                                 04030000
040400        WHEN 2 OPEN INPUT RPT-D5S                                 04040000
040500        WHEN 3 OPEN INPUT RPT-D6R                                 04050000
040600        WHEN 4 OPEN INPUT RPT-D3P                                 04060000
040700     END-EVALUATE.                                                04070000
040800     IF NOT WS-RPT-OPEN-OK                                        04080000
040900        DISPLAY 'REPORT MISSING: ' WS-LAY-DD                      04090000
041000                ' - FILE STATUS ' WS-RPT-STATUS                   04100000
041100        ADD 1                TO WS-FLAG-CNT                       04110000
041200        GO TO 2000-EXIT                                           04120000
041300     END-IF.                                                      04130000
041400     MOVE ZEROES              TO WS-PAGE-CNT WS-REC-CNT           04140000
041500                                 WS-GRP-CNT.                      04150000
041600     MOVE SPACES              TO WS-BRK-OLD.                      04160000
041700     PERFORM 2300-PAGE-HEADER  THRU 2300-EXIT.                    04170000
041800     PERFORM UNTIL WS-RPT-EOF                                     04180000
041900        PERFORM 2050-READ-REPORT  THRU 2050-EXIT                  04190000
042000        IF NOT WS-RPT-EOF                                         04200000
042100           PERFORM 2100-PRINT-ONE  THRU 2100-EXIT                 04210000
042200        END-IF                                                    04220000
042300     END-PERFORM.                                                 04230000
042400     EVALUATE WS-RPT-IDX                                          04240000
042500        WHEN 1 CLOSE RPT-D4D                                      04250000
042600        WHEN 2 CLOSE RPT-D5S                                      04260000
042700        WHEN 3 CLOSE RPT-D6R                                      04270000
042800        WHEN 4 CLOSE RPT-D3P                                      04280000
042900     END-EVALUATE.                                                04290000
043000     IF WS-BRK-DEFINED AND WS-REC-CNT > ZEROES                    04300000
043100        PERFORM 2400-BREAK-LINE  THRU 2400-EXIT                   04310000
043200     END-IF.                                                      04320000
043300     IF WS-REC-CNT = ZEROES                                       04330000
043400        MOVE '0'              TO PRT-CC                           04340000
043500        MOVE '*** NO RECORDS ON THIS REPORT TONIGHT ***'          04350000
043600                              TO PRT-LINE                         04360000
043700        WRITE PRT-REC                                             04370000
043800     END-IF.                                                      04380000
043900     MOVE WS-REC-CNT          TO WS-EDIT-CNT.                     04390000
044000     MOVE WS-PAGE-CNT         TO WS-EDIT-PAGE.                    04400000
044100     MOVE '0'                 TO PRT-CC.                          04410000
044200     MOVE SPACES              TO PRT-LINE.                        04420000
044300     STRING '*** END OF REPORT ' DELIMITED BY SIZE                04430000
044400        WS-LAY-DD DELIMITED BY SIZE                               04440000
044500        ' - RECORDS ' DELIMITED BY SIZE                           04450000
044600        WS-EDIT-CNT DELIMITED BY SIZE                             04460000
044700        '  PAGES ' DELIMITED BY SIZE                              04470000
044800        WS-EDIT-PAGE DELIMITED BY SIZE                            04480000
044900        ' ***' DELIMITED BY SIZE                                  04490000
045000        INTO PRT-LINE.                                            04500000
045100     WRITE PRT-REC.                                               04510000
045200     ADD 1                    TO WS-PRINTED-CNT.                  04520000
045300     DISPLAY 'PRINTED ' WS-LAY-DD ' - RECORDS ' WS-REC-CNT        04530000
045400             ' PAGES ' WS-PAGE-CNT.                               04540000
045500 2000-EXIT.                                                       04550000
045600     EXIT.                                                        04560000
045700                                                                  04570000
045800 2050-READ-REPORT.                                                04580000
045900     MOVE SPACES              TO WS-SRC-REC.                      04590000
046000     EVALUATE WS-RPT-IDX                                          04600000
046100        WHEN 1                                                    04610000
046200           READ RPT-D4D INTO WS-SRC-REC                           04620000
046300                AT END SET WS-RPT-EOF TO TRUE                     04630000
046400           END-READ                                               04640000
046500        WHEN 2                                                    04650000
046600           READ RPT-D5S INTO WS-SRC-REC                           04660000
046700                AT END SET WS-RPT-EOF TO TRUE                     04670000
046800           END-READ                                               04680000
046900        WHEN 3                                                    04690000
047000           READ RPT-D6R INTO WS-SRC-REC                           04700000
047100                AT END SET WS-RPT-EOF TO TRUE                     04710000
047200           END-READ                                               04720000
047300        WHEN 4                                                    04730000
047400           READ RPT-D3P INTO WS-SRC-REC                           04740000
047500                AT END SET WS-RPT-EOF TO TRUE                     04750000
047600           END-READ                                               04760000
047700     END-EVALUATE.                                                04770000
047800 2050-EXIT.                                                       04780000
047900     EXIT.                                                        04790000
048000                                                                  04800000
048100 2100-PRINT-ONE.                                                  04810000
048200*----------------------------------------------------------------*04820000
048300* A CHANGE IN THE BREAK FIELD CLOSES THE GROUP BEFORE THE NEW    *04830000
048400* RECORD PRINTS. THE PAGE IS FULL WHEN THE NEXT LINE WOULD RUN   *04840000
048500* PAST THE LAYOUT'S LINES PER PAGE                               *04850000
048600*----------------------------------------------------------------*04860000
048700     ADD 1                    TO WS-REC-CNT.                      04870000
048800     IF WS-BRK-DEFINED                                            04880000
048900        MOVE SPACES           TO WS-BRK-NEW                       04890000
049000        MOVE WS-SRC-REC(WS-BRK-FROM:WS-BRK-LEN)                   04900000
049100                              TO WS-BRK-NEW                       04910000
049200        IF WS-REC-CNT > 1 AND WS-BRK-NEW NOT = WS-BRK-OLD         04920000
049300           PERFORM 2400-BREAK-LINE  THRU 2400-EXIT                04930000
049400        END-IF                                                    04940000
049500        MOVE WS-BRK-NEW       TO WS-BRK-OLD                       04950000
049600     END-IF.                                                      04960000
049700     ADD 1                    TO WS-GRP-CNT.                      04970000
049800     IF WS-LINE-CNT NOT < WS-LAY-PAGE-LINES                       04980000
049900        PERFORM 2300-PAGE-HEADER  THRU 2300-EXIT                  04990000
050000     END-IF.                                                      05000000
050100     MOVE ' '                 TO PRT-CC.                          05010000
050200     MOVE SPACES              TO PRT-LINE.                        05020000
050300     IF WS-COL-CNT = ZEROES                                       05030000
050400        MOVE WS-SRC-REC(1:132) TO PRT-LINE                        05040000
050500     ELSE                                                         05050000
050600        PERFORM VARYING WS-I FROM 1 BY 1                          05060000
050700                  UNTIL WS-I > WS-COL-CNT                         05070000
050800           MOVE WS-SRC-REC(WS-COL-FROM(WS-I):WS-COL-LEN(WS-I))    05080000
050900             TO PRT-LINE(WS-COL-TO(WS-I):WS-COL-LEN(WS-I))        05090000
051000        END-PERFORM                                               05100000
051100     END-IF.                                                      05110000
051200     WRITE PRT-REC.                                               05120000
051300     ADD 1                    TO WS-LINE-CNT.                     05130000
051400 2100-EXIT.                                                       05140000
051500     EXIT.                                                        05150000
051600                                                                  05160000
051700 2300-PAGE-HEADER.                                                05170000
051800     ADD 1                    TO WS-PAGE-CNT.                     05180000
051900     MOVE WS-PAGE-CNT         TO WS-EDIT-PAGE.                    05190000
052000     MOVE '1'                 TO PRT-CC.                          05200000
052100     MOVE SPACES              TO PRT-LINE.                        05210000
052200     MOVE WS-LAY-TITLE        TO PRT-LINE(1:40).                  05220000
052300     STRING 'RUN DATE ' DELIMITED BY SIZE                         05230000
052400        WS-RUN-DATE-PRT DELIMITED BY SIZE                         05240000
052500        '   RUN ID ' DELIMITED BY SIZE                            05250000
052600        WS-RUN-ID DELIMITED BY SIZE                               05260000
052700        INTO PRT-LINE(60:47).                                     05270000
052800     STRING 'PAGE ' DELIMITED BY SIZE                             05280000
052900        WS-EDIT-PAGE DELIMITED BY SIZE                            05290000
053000        INTO PRT-LINE(121:9).                                     05300000
053100     WRITE PRT-REC.                                               05310000
053200     MOVE ' '                 TO PRT-CC.                          05320000
053300     MOVE SPACES              TO PRT-LINE.                        05330000
053400     STRING 'REPORT ' DELIMITED BY SIZE                           05340000
053500        WS-LAY-DD DELIMITED BY SIZE                               05350000
053600        INTO PRT-LINE.                                            05360000
053700     WRITE PRT-REC.                                               05370000
053800     MOVE 2                   TO WS-LINE-CNT.                     05380000
053900     PERFORM VARYING WS-I FROM 1 BY 1                             05390000
054000               UNTIL WS-I > WS-HDG-CNT                            05400000
054100        IF WS-I = 1                                               05410000
054200           MOVE '0'           TO PRT-CC                           05420000
054300           ADD 2              TO WS-LINE-CNT                      05430000
054400        ELSE                                                      05440000
054500           MOVE ' '           TO PRT-CC                           05450000
054600           ADD 1              TO WS-LINE-CNT                      05460000
054700        END-IF                                                    05470000
054800        MOVE WS-HDG-LINE(WS-I) TO PRT-LINE                        05480000
054900        WRITE PRT-REC                                             05490000
055000     END-PERFORM.                                                 05500000
055100     MOVE ' '                 TO PRT-CC.                          05510000
055200     MOVE SPACES              TO PRT-LINE.                        05520000
055300     WRITE PRT-REC.                                               05530000
055400     ADD 1                    TO WS-LINE-CNT.                     05540000
055500 2300-EXIT.                                                       05550000
055600     EXIT.                                                        05560000
055700                                                                  05570000
055800 2400-BREAK-LINE.                                                 05580000
055900     IF WS-LINE-CNT + 2 > WS-LAY-PAGE-LINES                       05590000
056000        PERFORM 2300-PAGE-HEADER  THRU 2300-EXIT                  05600000
056100     END-IF.                                                      05610000
056200     MOVE WS-GRP-CNT          TO WS-EDIT-CNT.                     05620000
056300     MOVE '0'                 TO PRT-CC.                          05630000
056400     MOVE SPACES              TO PRT-LINE.                        05640000
056500     STRING '*** ' DELIMITED BY SIZE                              05650000
056600        WS-BRK-LABEL DELIMITED BY '  '                            05660000
056700        ' ' DELIMITED BY SIZE                                     05670000
056800        WS-BRK-OLD DELIMITED BY SIZE                              05680000
056900        '  RECORDS ' DELIMITED BY SIZE                            05690000
057000        WS-EDIT-CNT DELIMITED BY SIZE                             05700000
057100        INTO PRT-LINE.                                            05710000
057200     WRITE PRT-REC.                                               05720000
057300     ADD 2                    TO WS-LINE-CNT.                     05730000
057400     MOVE ZEROES              TO WS-GRP-CNT.                      05740000
057500 2400-EXIT.                                                       05750000
057600     EXIT.                                                        05760000
057700                                                                  05770000
057800*----------------------------------------------------------------*05780000
057900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *05790000
058000*----------------------------------------------------------------*05800000
058100 9800-WRITE-AUDIT-HIST.                                           05810000
058200     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05820000
058300     ACCEPT WS-HIST-TIME FROM TIME.                               05830000
058400     OPEN EXTEND AUD-HIST.                                        05840000
058500     INITIALIZE AUD-HIST-REC.                                     05850000
058600     MOVE WS-HIST-DATE          TO HIST-DATE.                     05860000
058700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05870000
058800     MOVE 'AOCDPFMT'            TO HIST-PGM.                      05880000
058900     MOVE WS-HIST-VER           TO HIST-VERSION.                  05890000
059000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05900000
059100     WRITE AUD-HIST-REC.                                          05910000
059200     CLOSE AUD-HIST.                                              05920000
059300 9800-EXIT.                                                       05930000
059400     EXIT.                                                        05940000
