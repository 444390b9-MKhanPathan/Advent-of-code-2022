000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - RUN-DATE CENTURY CONVERSION          *00020000
000300*----------------------------------------------------------------*00030000
000400 IDENTIFICATION DIVISION.                                         00040000
000500 PROGRAM-ID. AOCDDT8C.                                            00050000
000600 AUTHOR. z/OS Mainframer.                                         00060000
000700                                                                  00070000
000800 ENVIRONMENT DIVISION.                                            00080000
000900 INPUT-OUTPUT SECTION.                                            00090000
001000 FILE-CONTROL.                                                    00100000
001100*----------------------------------------------------------------*00110000
001200* ONE-TIME REWRITE OF A CARRIED-FORWARD HISTORY FILE OR ARCHIVE  *00120000
001300* FROM ITS OLD SIX-DIGIT (YYMMDD) RUN-DATE LAYOUT TO THE         *00130000
001400* EIGHT-DIGIT (YYYYMMDD) ONE. THE PARM NAMES THE FILE BY ITS DD  *00140000
001500* SUFFIX (1TRD FOR AOCD1TRD, SEXC FOR AOCDSEXC ...); THE JCL     *00150000
001600* POINTS DT8COLD AT THE OLD DATASET - LIVE FILE OR ANY OF ITS    *00160000
001700* ARCHIVES - AND DT8CNEW AT THE REPLACEMENT.                     *00170000
001710*                                                                *00171000
001720* RUN ORDER AT CUTOVER: AOCDHST (PARM 'HST ') GOES FIRST, BEFORE *00172000
001730* ANY PROGRAM THAT APPENDS A 78-BYTE AUDIT ROW RUNS - THIS ONE   *00173000
001740* INCLUDED. THAT RUN WRITES NO AUDIT ROW UNTIL THE REPLACEMENT   *00174000
001750* IS CLOSED, AND THEN WRITES IT TO WHATEVER AOCDHST NAMES, SO    *00175000
001760* THE JCL POINTS AOCDHST AT THE REPLACEMENT FOR THAT STEP ONLY.  *00176000
001770* EACH YEARLY AOCDHST ARCHIVE LEFT BY AOCDHSKP IS THEN CONVERTED *00177000
001780* THE SAME WAY (DT8COLD AT THE ARCHIVE), FOLLOWED BY EVERY OTHER *00178000
001790* FILE IN THE TABLE BELOW                                        *00179000
001800*----------------------------------------------------------------*00180000
001900     SELECT OLD-FILE    ASSIGN TO DT8COLD                         00190000
002000        ORGANIZATION    IS SEQUENTIAL                             00200000
002100         ACCESS MODE    IS SEQUENTIAL                             00210000
002200         FILE STATUS    IS OLD-FILE-STATUS.                       00220000
002300                                                                  00230000
002400     SELECT NEW-FILE    ASSIGN TO DT8CNEW                         00240000
002500        ORGANIZATION    IS SEQUENTIAL                             00250000
002600         ACCESS MODE    IS SEQUENTIAL                             00260000
002700         FILE STATUS    IS NEW-FILE-STATUS.                       00270000
002800                                                                  00280000
002900*----------------------------------------------------------------*00290000
003000*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00300000
003100*----------------------------------------------------------------*00310000
003200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS HIST-FILE-STATUS.                      00350000
003600 DATA DIVISION.                                                   00360000
003700 FILE SECTION.                                                    00370000
003800*----------------------------------------------------------------*00380000
003900* THE FILES CONVERTED ARE ALL DIFFERENT LENGTHS, OLD AND NEW, SO *00390000
004000* BOTH SIDES TAKE THEIR LRECL FROM THE DATASET - THE OLD ONE'S   *00400000
004100* LABEL AND THE NEW ONE'S DCB IN THE JCL. THE LENGTHS THE        *00410000
004200* PROGRAM WORKS TO COME FROM THE LAYOUT TABLE BELOW              *00420000
004300*----------------------------------------------------------------*00430000
004400 FD  OLD-FILE                                                     00440000
004500     RECORDING MODE IS F                                          00450000
004600     RECORD CONTAINS 0 CHARACTERS.                                00460000
004700 01  OLD-REC                PIC X(200).                           00470000
004800                                                                  00480000
004900 FD  NEW-FILE                                                     00490000
005000     RECORDING MODE IS F                                          00500000
005100     RECORD CONTAINS 0 CHARACTERS.                                00510000
005200 01  NEW-REC                PIC X(200).                           00520000
005300                                                                  00530000
005400*----------------------------------------------------------------*00540000
005500*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *00550000
005600*----------------------------------------------------------------*00560000
005700 FD  AUD-HIST                                                     00570000
005800     DATA RECORD IS AUD-HIST-REC.                                 00580000
005900 01  AUD-HIST-REC.                                                00590000
006000     05 HIST-DATE            PIC 9(08).                           00600000
006100     05 FILLER               PIC X(02).                           00610000
006200     05 HIST-TIME            PIC 9(06).                           00620000
006300     05 FILLER               PIC X(02).                           00630000
006400     05 HIST-PGM             PIC X(08).                           00640000
006500     05 FILLER               PIC X(02).                           00650000
006600     05 HIST-OUTPUT          PIC X(40).                           00660000
006601     05 FILLER               PIC X(02).                           00660100
006602     05 HIST-VERSION         PIC X(08).                           00660200
006700 WORKING-STORAGE SECTION.                                         00670000
006800 01  WS-WORK-FIELDS.                                              00680000
006900     05 WS-READ-CNT       PIC 9(07)   VALUE ZEROES.               00690000
007000     05 WS-WRITE-CNT      PIC 9(07)   VALUE ZEROES.               00700000
007100     05 WS-DATE-CNT       PIC 9(07)   VALUE ZEROES.               00710000
007200     05 WS-BAD-DATE-CNT   PIC 9(07)   VALUE ZEROES.               00720000
007300     05 WS-OLD-POS        PIC 9(03)   VALUE ZEROES.               00730000
007400     05 WS-NEW-POS        PIC 9(03)   VALUE ZEROES.               00740000
007500     05 WS-DATE-POS-1     PIC 9(03)   VALUE ZEROES.               00750000
007600     05 WS-DATE-POS-2     PIC 9(03)   VALUE ZEROES.               00760000
007700     05 WS-OLD-DATE       PIC X(06)   VALUE SPACES.               00770000
007800     05 WS-FILE-CODE      PIC X(04)   VALUE SPACES.               00780000
007900     05 WS-SPC-IX         PIC 9(02)   VALUE ZEROES.               00790000
008000 01  WS-OLD-BUF           PIC X(200)  VALUE SPACES.               00800000
008100 01  WS-NEW-BUF           PIC X(200)  VALUE SPACES.               00810000
008200                                                                  00820000
008300 01  WS-SWITCHES.                                                 00830000
008400     05 OLD-FILE-STATUS   PIC X(02)   VALUE SPACES.               00840000
008500        88 OLD-SUCCESS    VALUE '00'.                             00850000
008600        88 OLD-EOF        VALUE '10'.                             00860000
008700     05 NEW-FILE-STATUS   PIC X(02)   VALUE SPACES.               00870000
008800        88 NEW-SUCCESS    VALUE '00'.                             00880000
008900     05 WS-SPC-FOUND-SW   PIC X(01)   VALUE 'N'.                  00890000
009000        88 WS-SPC-FOUND   VALUE 'Y'.                              00900000
009010     05 WS-HST-READY-SW   PIC X(01)   VALUE 'Y'.                  00901000
009020        88 WS-HST-READY   VALUE 'Y'.                              00902000
009100                                                                  00910000
009200*----------------------------------------------------------------*00920000
009300* OLD AND NEW LAYOUT OF EVERY FILE THAT CARRIES A RUN DATE       *00930000
009400* FORWARD FROM NIGHT TO NIGHT: DD SUFFIX, OLD AND NEW RECORD     *00940000
009500* LENGTH, THE OLD POSITION OF EACH SIX-DIGIT DATE (UP TO TWO),   *00950000
009600* AND AN OLD BYTE DROPPED OUTRIGHT. AOCD2LDR'S SEPARATOR AFTER   *00960000
009700* THE DRAW COUNT IS DROPPED SO THE ROW STAYS 80 BYTES, AND THE   *00970000
009800* SAME ROW INSIDE AOCD2SLH LOSES IT TOO. A NEW LENGTH SHORTER    *00980000
009900* THAN OLD PLUS TWO PER DATE MEANS SPARE TRAILING COLUMNS TAKE   *00990000
010000* UP THE WIDER DATE. FILES REBUILT OUTRIGHT EVERY RUN (AOCD6ALT, *01000000
010100* AOCD6ALM, AOCDMJRN, AOCD2ANM) NEED NO CONVERSION. AOCDSBAL AND *01010000
010110* AOCDHST ALSO GAINED A VERSION STAMP AT THE END OF THE ROW,     *01011000
010120* WHICH COMES ACROSS AS SPACES (READ AS A PRE-VERSION ROW);      *01012000
010130* AOCDHST'S DATE WAS ALREADY EIGHT DIGITS, SO IT IS ONLY PADDED  *01013000
010200*----------------------------------------------------------------*01020000
010300 01  WS-SPC-LIST.                                                 01030000
010400     05 FILLER  PIC X(19) VALUE '1TRD080080001000000'.            01040000
010500     05 FILLER  PIC X(19) VALUE '2LDR080080001000040'.            01050000
010600     05 FILLER  PIC X(19) VALUE '2SLH088088009000048'.            01060000
010700     05 FILLER  PIC X(19) VALUE '2RTG024026019000000'.            01070000
010800     05 FILLER  PIC X(19) VALUE '2H2H061063056000000'.            01080000
010900     05 FILLER  PIC X(19) VALUE '2H2A068070063000000'.            01090000
011000     05 FILLER  PIC X(19) VALUE '2HLD092094001000000'.            01100000
011100     05 FILLER  PIC X(19) VALUE '2HLS080080061000000'.            01110000
011200     05 FILLER  PIC X(19) VALUE '2BRK080084061075000'.            01120000
011300     05 FILLER  PIC X(19) VALUE '2ELM054056001000000'.            01130000
011400     05 FILLER  PIC X(19) VALUE '2FXT012014001000000'.            01140000
011500     05 FILLER  PIC X(19) VALUE '3FRH017019001000000'.            01150000
011510     05 FILLER  PIC X(19) VALUE '3IDP100102003000000'.            01151000
011520     05 FILLER  PIC X(19) VALUE '4QHS080080029000000'.            01152000
011530     05 FILLER  PIC X(19) VALUE '4SJN028030001000000'.            01153000
011590     05 FILLER  PIC X(19) VALUE '5ADJ046048001000000'.            01159000
011600     05 FILLER  PIC X(19) VALUE '5CRH026028001000000'.            01160000
011700     05 FILLER  PIC X(19) VALUE '5CRN067069044000000'.            01170000
011800     05 FILLER  PIC X(19) VALUE '5DWL020022015000000'.            01180000
011900     05 FILLER  PIC X(19) VALUE '6HIS026028021000000'.            01190000
012000     05 FILLER  PIC X(19) VALUE '6WOM080084042049000'.            01200000
012100     05 FILLER  PIC X(19) VALUE '6BRH019021014000000'.            01210000
012200     05 FILLER  PIC X(19) VALUE '6TSH051053013000000'.            01220000
012300     05 FILLER  PIC X(19) VALUE 'BTMH028030001000000'.            01230000
012400     05 FILLER  PIC X(19) VALUE 'BPFR018020013000000'.            01240000
012500     05 FILLER  PIC X(19) VALUE 'GHIS025027001000000'.            01250000
012600     05 FILLER  PIC X(19) VALUE 'SEXC120122001000000'.            01260000
012700     05 FILLER  PIC X(19) VALUE 'SBAL052064001000000'.            01270000
012800     05 FILLER  PIC X(19) VALUE 'XDSP046050001041000'.            01280000
012810     05 FILLER  PIC X(19) VALUE 'HST 068078000000000'.            01281000
012900 01  WS-SPC-TABLE REDEFINES WS-SPC-LIST.                          01290000
013000     05 WS-SPC-ENTRY  OCCURS 30 TIMES.                            01300000
013100        10 WS-SPC-CODE       PIC X(04).                           01310000
013200        10 WS-SPC-OLD-LEN    PIC 9(03).                           01320000
013300        10 WS-SPC-NEW-LEN    PIC 9(03).                           01330000
013400        10 WS-SPC-DATE-1     PIC 9(03).                           01340000
013500        10 WS-SPC-DATE-2     PIC 9(03).                           01350000
013600        10 WS-SPC-DROP       PIC 9(03).                           01360000
013700 77  WS-SPC-COUNT            PIC 9(02)   VALUE 30.                01370000
013800                                                                  01380000
013900*----------------------------------------------------------------*01390000
014000* THE LAYOUT SELECTED FOR THIS RUN                               *01400000
014100*----------------------------------------------------------------*01410000
014200 01  WS-SPC-CURRENT.                                              01420000
014300     05 WS-CUR-OLD-LEN    PIC 9(03)   VALUE ZEROES.               01430000
014400     05 WS-CUR-NEW-LEN    PIC 9(03)   VALUE ZEROES.               01440000
014500     05 WS-CUR-DATE-1     PIC 9(03)   VALUE ZEROES.               01450000
014600     05 WS-CUR-DATE-2     PIC 9(03)   VALUE ZEROES.               01460000
014700     05 WS-CUR-DROP       PIC 9(03)   VALUE ZEROES.               01470000
014800                                                                  01480000
014900*----------------------------------------------------------------*01490000
015000*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST               *01500000
015100*----------------------------------------------------------------*01510000
015200 01  WS-HIST-FIELDS.                                              01520000
015300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01530000
015400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01540000
015500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01550000
015501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01550100
015600     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01560000
015700        88 HIST-SUCCESS VALUE '00'.                               01570000
015800*----------------------------------------------------------------*01580000
015900* OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE    *01590000
016000* AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE       *01600000
016100*----------------------------------------------------------------*01610000
016200 01  WS-OPCHK-AREA.                                               01620000
016300     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               01630000
016400     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  01640000
016500     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               01650000
016600     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               01660000
016700 LINKAGE SECTION.                                                 01670000
016800 01  LS-PARM-DATA.                                                01680000
016900     05 LS-FILE-PARM    PIC X(04).                                01690000
017000 PROCEDURE DIVISION USING LS-PARM-DATA.                           01700000
017100*----------------------------------------------------------------*01710000
017200* THIS PROGRAM REWRITES SHARED STATE - THE RUN IS REFUSED        *01720000
017300* OUTRIGHT UNLESS THE OPERATOR-ID CARD NAMES AN OPERATOR         *01730000
017400* AUTHORIZED FOR IT ON AOCDOPER                                  *01740000
017500*----------------------------------------------------------------*01750000
017600     MOVE 'AOCDDT8C'           TO WS-OPCHK-PGM.                   01760000
017700     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         01770000
017800     IF WS-OPCHK-RESULT NOT = 'Y'                                 01780000
017900        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      01790000
018000                WS-OPCHK-PGM                                      01800000
018100        MOVE 12             TO RETURN-CODE                        01810000
018200        GOBACK                                                    01820000
018300     END-IF.                                                      01830000
018400                                                                  01840000
018500     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            01850000
018600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01860000
018700     PERFORM 2000-READ-OLD             THRU 2000-EXIT             01870000
018800       UNTIL OLD-EOF.                                             01880000
018900     PERFORM 4000-CLOSE-AND-REPORT     THRU 4000-EXIT.            01890000
019000                                                                  01900000
019100     STRING WS-FILE-CODE DELIMITED BY SIZE                        01910000
019200        ' BEFORE: ' DELIMITED BY SIZE                             01920000
019300        WS-READ-CNT DELIMITED BY SIZE                             01930000
019400        ' AFTER: ' DELIMITED BY SIZE                              01940000
019500        WS-WRITE-CNT DELIMITED BY SIZE                            01950000
019600        INTO WS-HIST-MSG.                                         01960000
019700     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01970000
019800     GOBACK.                                                      01980000
019900                                                                  01990000
020000 0400-INIT-PARM.                                                  02000000
020100*----------------------------------------------------------------*02010000
020200* LOOK THE PARM UP IN THE LAYOUT TABLE. AN UNKNOWN CODE STOPS    *02020000
020300* THE RUN BEFORE ANYTHING IS OPENED                              *02030000
020400*----------------------------------------------------------------*02040000
020500     MOVE LS-FILE-PARM            TO WS-FILE-CODE.                02050000
020600     MOVE 'N'                     TO WS-SPC-FOUND-SW.             02060000
020700     PERFORM VARYING WS-SPC-IX FROM 1 BY 1                        02070000
020800             UNTIL WS-SPC-IX > WS-SPC-COUNT OR WS-SPC-FOUND       02080000
020900        IF WS-SPC-CODE(WS-SPC-IX) = WS-FILE-CODE                  02090000
021000           MOVE 'Y'                        TO WS-SPC-FOUND-SW     02100000
021100           MOVE WS-SPC-OLD-LEN(WS-SPC-IX)  TO WS-CUR-OLD-LEN      02110000
021200           MOVE WS-SPC-NEW-LEN(WS-SPC-IX)  TO WS-CUR-NEW-LEN      02120000
021300           MOVE WS-SPC-DATE-1(WS-SPC-IX)   TO WS-CUR-DATE-1       02130000
021400           MOVE WS-SPC-DATE-2(WS-SPC-IX)   TO WS-CUR-DATE-2       02140000
021500           MOVE WS-SPC-DROP(WS-SPC-IX)     TO WS-CUR-DROP         02150000
021600        END-IF                                                    02160000
021700     END-PERFORM.                                                 02170000
021800     IF NOT WS-SPC-FOUND                                          02180000
021900        DISPLAY 'ERROR - NO EIGHT-DIGIT LAYOUT FOR FILE CODE: '   02190000
022000                WS-FILE-CODE                                      02200000
022100        MOVE 12             TO RETURN-CODE                        02210000
022200        MOVE 'UNKNOWN FILE CODE ON PARM'      TO WS-HIST-MSG      02220000
022300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02230000
022400        GOBACK                                                    02240000
022500     END-IF.                                                      02250000
022600     DISPLAY 'CONVERTING AOCD' WS-FILE-CODE ' - RECORD LENGTH '   02260000
022700             WS-CUR-OLD-LEN ' TO ' WS-CUR-NEW-LEN.                02270000
022710*----------------------------------------------------------------*02271000
022720* AOCDHST ITSELF IS STILL AT ITS OLD LENGTH UNTIL THIS RUN HAS   *02272000
022730* CLOSED ITS REPLACEMENT - NO AUDIT ROW GOES TO IT BEFORE THEN   *02273000
022740*----------------------------------------------------------------*02274000
022750     IF WS-FILE-CODE = 'HST '                                     02275000
022760        MOVE 'N'                  TO WS-HST-READY-SW              02276000
022770     END-IF.                                                      02277000
022800 0400-EXIT.                                                       02280000
022900     EXIT.                                                        02290000
023000                                                                  02300000
023100 1000-OPEN-FILES.                                                 02310000
023200     OPEN INPUT OLD-FILE.                                         02320000
023300     IF NOT OLD-SUCCESS                                           02330000
023400        DISPLAY 'ERROR - UNABLE TO OPEN OLD-FILE, FILE STATUS: '  02340000
023500                OLD-FILE-STATUS                                   02350000
023600        MOVE 16             TO RETURN-CODE                        02360000
023700        MOVE 'UNABLE TO OPEN OLD-FILE'        TO WS-HIST-MSG      02370000
023800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02380000
023900        GOBACK                                                    02390000
024000     END-IF.                                                      02400000
024100     OPEN OUTPUT NEW-FILE.                                        02410000
024200     IF NOT NEW-SUCCESS                                           02420000
024300        DISPLAY 'ERROR - UNABLE TO OPEN NEW-FILE, FILE STATUS: '  02430000
024400                NEW-FILE-STATUS                                   02440000
024500        CLOSE OLD-FILE                                            02450000
024600        MOVE 16             TO RETURN-CODE                        02460000
024700        MOVE 'UNABLE TO OPEN NEW-FILE'        TO WS-HIST-MSG      02470000
024800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02480000
024900        GOBACK                                                    02490000
025000     END-IF.                                                      02500000
025100 1000-EXIT.                                                       02510000
025200     EXIT.                                                        02520000
025300                                                                  02530000
025400 2000-READ-OLD.                                                   02540000
025500     READ OLD-FILE                                                02550000
025600          AT END                                                  02560000
025700             SET OLD-EOF TO TRUE                                  02570000
025800          NOT AT END                                              02580000
025900             ADD 1              TO WS-READ-CNT                    02590000
026000             MOVE SPACES        TO WS-OLD-BUF                     02600000
026100             MOVE OLD-REC(1:WS-CUR-OLD-LEN)                       02610000
026200                                TO WS-OLD-BUF(1:WS-CUR-OLD-LEN)   02620000
026300             PERFORM 3000-CONVERT-RECORD  THRU 3000-EXIT          02630000
026400     END-READ.                                                    02640000
026500 2000-EXIT.                                                       02650000
026600     EXIT.                                                        02660000
026700                                                                  02670000
026800 3000-CONVERT-RECORD.                                             02680000
026900*----------------------------------------------------------------*02690000
027000* WALK THE OLD RECORD A BYTE AT A TIME INTO THE NEW ONE,         *02700000
027100* WIDENING EACH DATE AND SKIPPING THE DROPPED BYTE. THE          *02710000
027200* AOCD2HLS CONTROL ROW CARRIES ITS TWO DATES IN DIFFERENT        *02720000
027300* COLUMNS FROM A HALL ROW                                        *02730000
027400*----------------------------------------------------------------*02740000
027500     MOVE WS-CUR-DATE-1           TO WS-DATE-POS-1.               02750000
027600     MOVE WS-CUR-DATE-2           TO WS-DATE-POS-2.               02760000
027700     IF WS-FILE-CODE = '2HLS'                                     02770000
027800        AND WS-OLD-BUF(1:10) = '*CONTROL*'                        02780000
027900        MOVE 20                   TO WS-DATE-POS-1                02790000
028000        MOVE 33                   TO WS-DATE-POS-2                02800000
028100     END-IF.                                                      02810000
028200     MOVE SPACES                  TO WS-NEW-BUF.                  02820000
028300     MOVE 1                       TO WS-OLD-POS.                  02830000
028400     MOVE 1                       TO WS-NEW-POS.                  02840000
028500     PERFORM 3100-COPY-BYTE       THRU 3100-EXIT                  02850000
028600       UNTIL WS-OLD-POS > WS-CUR-OLD-LEN.                         02860000
028700     MOVE SPACES                  TO NEW-REC.                     02870000
028800     MOVE WS-NEW-BUF(1:WS-CUR-NEW-LEN)                            02880000
028900                                  TO NEW-REC(1:WS-CUR-NEW-LEN).   02890000
029000     WRITE NEW-REC.                                               02900000
029100     IF NOT NEW-SUCCESS                                           02910000
029200        DISPLAY 'ERROR - WRITE TO NEW-FILE FAILED, FILE STATUS: ' 02920000
029300                NEW-FILE-STATUS                                   02930000
029400        MOVE 16             TO RETURN-CODE                        02940000
029500        SET OLD-EOF         TO TRUE                               02950000
029600        GO TO 3000-EXIT                                           02960000
029700     END-IF.                                                      02970000
029800     ADD 1                        TO WS-WRITE-CNT.                02980000
029900 3000-EXIT.                                                       02990000
030000     EXIT.                                                        03000000
030100                                                                  03010000
030200 3100-COPY-BYTE.                                                  03020000
030300     IF WS-OLD-POS = WS-DATE-POS-1 OR WS-OLD-POS = WS-DATE-POS-2  03030000
030400        PERFORM 3200-WIDEN-DATE   THRU 3200-EXIT                  03040000
030500        ADD 6                     TO WS-OLD-POS                   03050000
030600        ADD 8                     TO WS-NEW-POS                   03060000
030700        GO TO 3100-EXIT                                           03070000
030800     END-IF.                                                      03080000
030900     IF WS-OLD-POS = WS-CUR-DROP                                  03090000
031000        ADD 1                     TO WS-OLD-POS                   03100000
031100        GO TO 3100-EXIT                                           03110000
031200     END-IF.                                                      03120000
031300     IF WS-NEW-POS NOT > WS-CUR-NEW-LEN                           03130000
031400        MOVE WS-OLD-BUF(WS-OLD-POS:1)                             03140000
031500                                  TO WS-NEW-BUF(WS-NEW-POS:1)     03150000
031600     END-IF.                                                      03160000
031700     ADD 1                        TO WS-OLD-POS.                  03170000
031800     ADD 1                        TO WS-NEW-POS.                  03180000
031900 3100-EXIT.                                                       03190000
032000     EXIT.                                                        03200000
032100                                                                  03210000
032200 3200-WIDEN-DATE.                                                 03220000
032300*----------------------------------------------------------------*03230000
032400* EVERY SIX-DIGIT RUN DATE ON THESE FILES WAS STAMPED FROM THE   *03240000
032500* SYSTEM CLOCK THIS CENTURY, SO THE CENTURY IS ALWAYS 20. AN     *03250000
032600* ALL-ZERO DATE (NEVER SET) STAYS ALL ZERO, AND A DATE THAT IS   *03260000
032700* NOT NUMERIC IS CARRIED AS FOUND, RIGHT-ALIGNED, AND COUNTED    *03270000
032800*----------------------------------------------------------------*03280000
032900     MOVE WS-OLD-BUF(WS-OLD-POS:6) TO WS-OLD-DATE.                03290000
033000     IF WS-OLD-DATE IS NUMERIC                                    03300000
033100        IF WS-OLD-DATE = ZEROES                                   03310000
033200           MOVE '00'              TO WS-NEW-BUF(WS-NEW-POS:2)     03320000
033300        ELSE                                                      03330000
033400           MOVE '20'              TO WS-NEW-BUF(WS-NEW-POS:2)     03340000
033500        END-IF                                                    03350000
033600        ADD 1                     TO WS-DATE-CNT                  03360000
033700     ELSE                                                         03370000
033800        ADD 1                     TO WS-BAD-DATE-CNT              03380000
033900     END-IF.                                                      03390000
034000     MOVE WS-OLD-DATE             TO WS-NEW-BUF(WS-NEW-POS + 2:6).03400000
034100 3200-EXIT.                                                       03410000
034200     EXIT.                                                        03420000
034300                                                                  03430000
034400 4000-CLOSE-AND-REPORT.                                           03440000
034500     CLOSE OLD-FILE.                                              03450000
034600     CLOSE NEW-FILE.                                              03460000
034610     MOVE 'Y'                     TO WS-HST-READY-SW.             03461000
034700     DISPLAY 'RECORDS BEFORE CONVERSION: ' WS-READ-CNT.           03470000
034800     DISPLAY 'RECORDS AFTER CONVERSION:  ' WS-WRITE-CNT.          03480000
034900     DISPLAY 'DATES WIDENED TO YYYYMMDD: ' WS-DATE-CNT.           03490000
035000     IF WS-BAD-DATE-CNT > ZEROES                                  03500000
035100        DISPLAY 'DATES NOT NUMERIC (CARRIED AS FOUND): '          03510000
035200                WS-BAD-DATE-CNT                                   03520000
035300     END-IF.                                                      03530000
035400     IF WS-WRITE-CNT NOT = WS-READ-CNT                            03540000
035500        DISPLAY 'ERROR - RECORD COUNTS DO NOT AGREE - DO NOT '    03550000
035600                'REPLACE AOCD' WS-FILE-CODE                       03560000
035700        MOVE 16             TO RETURN-CODE                        03570000
035800     END-IF.                                                      03580000
035900 4000-EXIT.                                                       03590000
036000     EXIT.                                                        03600000
036100                                                                  03610000
036200*----------------------------------------------------------------*03620000
036300*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03630000
036310*  - NOT WHILE AOCDHST ITSELF IS STILL BEING CONVERTED           *03631000
036400*----------------------------------------------------------------*03640000
036500 9800-WRITE-AUDIT-HIST.                                           03650000
036600     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      03660000
036700     ACCEPT WS-HIST-TIME FROM TIME.                               03670000
036710     IF NOT WS-HST-READY                                          03671000
036720        DISPLAY 'AOCDHST NOT YET AT THE NEW LENGTH - NO AUDIT '   03672000
036730                'ROW WRITTEN: ' WS-HIST-MSG                       03673000
036740        GO TO 9800-EXIT                                           03674000
036750     END-IF.                                                      03675000
036800     OPEN EXTEND AUD-HIST.                                        03680000
036810     IF NOT HIST-SUCCESS                                          03681000
036820        DISPLAY 'ERROR - UNABLE TO OPEN AOCDHST, FILE STATUS: '   03682000
036830                HIST-FILE-STATUS                                  03683000
036840        GO TO 9800-EXIT                                           03684000
036850     END-IF.                                                      03685000
036900     INITIALIZE AUD-HIST-REC.                                     03690000
037000     MOVE WS-HIST-DATE          TO HIST-DATE.                     03700000
037100     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03710000
037200     MOVE 'AOCDDT8C'        TO HIST-PGM.                          03720000
037201     MOVE WS-HIST-VER       TO HIST-VERSION.                      03720100
037300     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03730000
037400     WRITE AUD-HIST-REC.                                          03740000
037500     CLOSE AUD-HIST.                                              03750000
037600 9800-EXIT.                                                       03760000
037700     EXIT.                                                        03770000
