000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 6 PROGRAM 10                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  TELEMETRY THRESHOLD ALARMS. AOCD6PG5 PARSES EVERY READING     *00040000
000500*  TO AOCD6TLM AND NOTHING EVER LOOKED AT THE VALUES. EACH       *00050000
000600*  READING IS NOW CHECKED AGAINST THE AOCD6THR LIMITS FOR ITS    *00060000
000700*  TYPE CODE - A ROW FOR THE DEVICE ITSELF OVERRIDES THE ROW     *00070000
000800*  FOR THE TYPE - AND EVERY READING OUTSIDE THE LOW/HIGH         *00080000
000900*  WARNING OR ALARM LIMITS GOES TO THE AOCD6ALM ALARM FILE       *00090000
001000*  WITH ITS SEVERITY. THE AOCD6ALR REPORT LISTS THE OUT-OF-      *00100000
001100*  RANGE READINGS DEVICE BY DEVICE, THEN THE DEVICES THAT HAVE   *00110000
001200*  BREACHED ON CONSECUTIVE RUNS, COUNTED FROM THE PER-RUN FLAGS  *00120000
001300*  THIS STEP APPENDS TO AOCD6BRH THE WAY AOCD6PG7 COUNTS MARKER  *00130000
001400*  FAILURES FROM AOCD6HIS.                                       *00140000
001410*  A DEVICE AT ALARM LEVEL OR ON A BREACH STREAK IS ALSO RAISED  *00141000
001420*  ON THE SHARED AOCDALRT FILE                                   *00142000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD6PGA.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300     SELECT TLM-FILE     ASSIGN TO AOCD6TLM                       00230000
002400        ORGANIZATION    IS SEQUENTIAL                             00240000
002500         ACCESS MODE    IS SEQUENTIAL                             00250000
002600         FILE STATUS    IS TLM-FILE-STATUS.                       00260000
002700                                                                  00270000
002800*----------------------------------------------------------------*00280000
002900* THRESHOLD TABLE - LIMITS BY TYPE CODE, WITH OPTIONAL           *00290000
003000* PER-DEVICE OVERRIDE ROWS                                       *00300000
003100*----------------------------------------------------------------*00310000
003200     SELECT THR-TABLE    ASSIGN TO AOCD6THR                       00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS THR-FILE-STATUS.                       00350000
003600                                                                  00360000
003700*----------------------------------------------------------------*00370000
003800* ALARM FILE - ONE ROW PER OUT-OF-RANGE READING                  *00380000
003900*----------------------------------------------------------------*00390000
004000     SELECT ALM-FILE     ASSIGN TO AOCD6ALM                       00400000
004100        ORGANIZATION    IS SEQUENTIAL                             00410000
004200         ACCESS MODE    IS SEQUENTIAL                             00420000
004300         FILE STATUS    IS ALM-FILE-STATUS.                       00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* BREACH HISTORY - ONE ROW PER DEVICE PER RUN, APPENDED          *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT BRH-HIST     ASSIGN TO AOCD6BRH                       00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS BRH-FILE-STATUS.                       00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400* OUT-OF-RANGE AND CONSECUTIVE-BREACH REPORT                     *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT ALR-RPT      ASSIGN TO AOCD6ALR                       00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS ALR-FILE-STATUS.                       00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200* SHARED SUITE EXCEPTION FILE - UNUSABLE THRESHOLD ROWS          *00620000
006300*----------------------------------------------------------------*00630000
006400     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00640000
006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         ACCESS MODE    IS SEQUENTIAL                             00660000
006700         FILE STATUS    IS SEXC-FILE-STATUS.                      00670000
006800                                                                  00680000
006810*----------------------------------------------------------------*00681000
006820* SHARED SUITE ALERT FILE - A DEVICE AT ALARM LEVEL OR ON A      *00682000
006830* BREACH STREAK IS RAISED HERE IN THE COMMON AOCDALR LAYOUT      *00683000
006840*----------------------------------------------------------------*00684000
006850     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        00685000
006860        ORGANIZATION    IS SEQUENTIAL                             00686000
006870         ACCESS MODE    IS SEQUENTIAL                             00687000
006880         FILE STATUS    IS ALRT-FILE-STATUS.                      00688000
006890                                                                  00689000
006900*----------------------------------------------------------------*00690000
007000*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00700000
007100*----------------------------------------------------------------*00710000
007200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00720000
007300        ORGANIZATION    IS SEQUENTIAL                             00730000
007400         ACCESS MODE    IS SEQUENTIAL                             00740000
007500         FILE STATUS    IS HIST-FILE-STATUS.                      00750000
007600                                                                  00760000
007700 DATA DIVISION.                                                   00770000
007800 FILE SECTION.                                                    00780000
007900 FD  TLM-FILE.                                                    00790000
008000 01  TLM-REC.                                                     00800000
008100     05 TLM-DEVICE-ID   PIC X(08).                                00810000
008200     05 FILLER          PIC X(02).                                00820000
008300     05 TLM-TYPE-CODE   PIC X(02).                                00830000
008400     05 FILLER          PIC X(02).                                00840000
008500     05 TLM-TIMESTAMP   PIC 9(06).                                00850000
008600     05 FILLER          PIC X(02).                                00860000
008700     05 TLM-VALUE       PIC 9(08).                                00870000
008800                                                                  00880000
008900*----------------------------------------------------------------*00890000
009000* A BLANK DEVICE IS THE DEFAULT ROW FOR THE TYPE. A ZERO HIGH    *00900000
009100* LIMIT IS NOT CHECKED, AND A ZERO LOW LIMIT CANNOT BE BROKEN    *00910000
009200*----------------------------------------------------------------*00920000
009300 FD  THR-TABLE.                                                   00930000
009400 01  THR-REC.                                                     00940000
009500     05 THR-TYPE-CODE   PIC X(02).                                00950000
009600     05 FILLER          PIC X(01).                                00960000
009700     05 THR-DEVICE-ID   PIC X(08).                                00970000
009800     05 FILLER          PIC X(01).                                00980000
009900     05 THR-LOW-ALARM   PIC 9(08).                                00990000
010000     05 FILLER          PIC X(01).                                01000000
010100     05 THR-LOW-WARN    PIC 9(08).                                01010000
010200     05 FILLER          PIC X(01).                                01020000
010300     05 THR-HIGH-WARN   PIC 9(08).                                01030000
010400     05 FILLER          PIC X(01).                                01040000
010500     05 THR-HIGH-ALARM  PIC 9(08).                                01050000
010600                                                                  01060000
010700 FD  ALM-FILE.                                                    01070000
010800 01  ALM-REC.                                                     01080000
010900     05 ALM-SEVERITY    PIC X(05).                                01090000
011000     05 FILLER          PIC X(02).                                01100000
011100     05 ALM-DIRECTION   PIC X(04).                                01110000
011200     05 FILLER          PIC X(02).                                01120000
011300     05 ALM-DEVICE-ID   PIC X(08).                                01130000
011400     05 FILLER          PIC X(02).                                01140000
011500     05 ALM-TYPE-CODE   PIC X(02).                                01150000
011600     05 FILLER          PIC X(02).                                01160000
011700     05 ALM-TIMESTAMP   PIC 9(06).                                01170000
011800     05 FILLER          PIC X(02).                                01180000
011900     05 ALM-VALUE       PIC 9(08).                                01190000
012000     05 FILLER          PIC X(02).                                01200000
012100     05 ALM-LIMIT       PIC 9(08).                                01210000
012200     05 FILLER          PIC X(02).                                01220000
012300     05 ALM-RUN-DATE    PIC 9(08).                                01230000
012400     05 FILLER          PIC X(17).                                01240000
012500                                                                  01250000
012600 FD  BRH-HIST.                                                    01260000
012700 01  BRH-REC.                                                     01270000
012800     05 BRH-DEVICE-ID   PIC X(08).                                01280000
012900     05 FILLER          PIC X(02).                                01290000
013000     05 BRH-BREACH-FLAG PIC X(01).                                01300000
013100     05 FILLER          PIC X(02).                                01310000
013200     05 BRH-RUN-DATE    PIC 9(08).                                01320000
013300                                                                  01330000
013400 FD  ALR-RPT.                                                     01340000
013500 01  ALR-REC                PIC X(80).                            01350000
013600 01  ALR-DTL-LINE.                                                01360000
013700     05 ALR-DEVICE-ID       PIC X(08).                            01370000
013800     05 FILLER              PIC X(02).                            01380000
013900     05 ALR-TYPE-CODE       PIC X(02).                            01390000
014000     05 FILLER              PIC X(02).                            01400000
014100     05 ALR-TIMESTAMP       PIC 9(06).                            01410000
014200     05 FILLER              PIC X(02).                            01420000
014300     05 ALR-VALUE           PIC Z(07)9.                           01430000
014400     05 FILLER              PIC X(02).                            01440000
014500     05 ALR-SEVERITY        PIC X(05).                            01450000
014600     05 FILLER              PIC X(01).                            01460000
014700     05 ALR-DIRECTION       PIC X(04).                            01470000
014800     05 FILLER              PIC X(02).                            01480000
014900     05 ALR-LIMIT           PIC Z(07)9.                           01490000
015000     05 FILLER              PIC X(02).                            01500000
015100     05 ALR-SET-BY          PIC X(06).                            01510000
015200     05 FILLER              PIC X(20).                            01520000
015300                                                                  01530000
015400 FD  SUITE-EXC.                                                   01540000
015500     COPY AOCDEXC.                                                01550000
015510                                                                  01551000
015520 FD  ALERT-FILE.                                                  01552000
015530     COPY AOCDALR.                                                01553000
015600                                                                  01560000
015700 FD  AUD-HIST                                                     01570000
015800     DATA RECORD IS AUD-HIST-REC.                                 01580000
015900 01  AUD-HIST-REC.                                                01590000
016000     05 HIST-DATE            PIC 9(08).                           01600000
016100     05 FILLER               PIC X(02).                           01610000
016200     05 HIST-TIME            PIC 9(06).                           01620000
016300     05 FILLER               PIC X(02).                           01630000
016400     05 HIST-PGM             PIC X(08).                           01640000
016500     05 FILLER               PIC X(02).                           01650000
016600     05 HIST-OUTPUT          PIC X(40).                           01660000
016601     05 FILLER               PIC X(02).                           01660100
016602     05 HIST-VERSION         PIC X(08).                           01660200
016700                                                                  01670000
016800 WORKING-STORAGE SECTION.                                         01680000
016900 01  WS-WORK-FIELDS.                                              01690000
017000     05 WS-I              PIC 9(03)   VALUE ZEROES.               01700000
017100     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01710000
017200     05 WS-THR-SLOT       PIC 9(03)   VALUE ZEROES.               01720000
017300     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01730000
017350     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01735000
017400     05 WS-STREAK-AT      PIC 9(02)   VALUE 2.                    01740000
017500     05 WS-READING-CNT    PIC 9(07)   VALUE ZEROES.               01750000
017600     05 WS-NO-LIMIT-CNT   PIC 9(07)   VALUE ZEROES.               01760000
017700     05 WS-WARN-CNT       PIC 9(07)   VALUE ZEROES.               01770000
017800     05 WS-ALARM-CNT      PIC 9(07)   VALUE ZEROES.               01780000
017900     05 WS-BAD-THR-CNT    PIC 9(05)   VALUE ZEROES.               01790000
018000     05 WS-STREAK-CNT     PIC 9(03)   VALUE ZEROES.               01800000
018100     05 WS-FIND-DEVICE    PIC X(08)   VALUE SPACES.               01810000
018200     05 WS-SEVERITY       PIC X(05)   VALUE SPACES.               01820000
018300     05 WS-DIRECTION      PIC X(04)   VALUE SPACES.               01830000
018400     05 WS-LIMIT          PIC 9(08)   VALUE ZEROES.               01840000
018500     05 WS-SET-BY         PIC X(06)   VALUE SPACES.               01850000
018600                                                                  01860000
018700*----------------------------------------------------------------*01870000
018800* THE LIMITS IN STORAGE - SEARCHED FIRST FOR TYPE AND DEVICE,    *01880000
018900* THEN FOR THE TYPE WITH A BLANK DEVICE                          *01890000
019000*----------------------------------------------------------------*01900000
019100 01  WS-THR-FIELDS.                                               01910000
019200     05 WS-THR-CNT        PIC 9(03)   VALUE ZEROES.               01920000
019300     05 WS-MAX-THRS       PIC 9(03)   VALUE 500.                  01930000
019400 01  WS-THR-TABLE.                                                01940000
019500     05 WS-THR-ENTRY      OCCURS 500 TIMES.                       01950000
019600        10 WS-THR-TYPE    PIC X(02).                              01960000
019700        10 WS-THR-DEVICE  PIC X(08).                              01970000
019800        10 WS-THR-LO-ALM  PIC 9(08).                              01980000
019900        10 WS-THR-LO-WRN  PIC 9(08).                              01990000
020000        10 WS-THR-HI-WRN  PIC 9(08).                              02000000
020100        10 WS-THR-HI-ALM  PIC 9(08).                              02010000
020200                                                                  02020000
020300*----------------------------------------------------------------*02030000
020400* PER DEVICE - THE BREACH STREAK CARRIED IN FROM EARLIER RUNS    *02040000
020500* AND TONIGHT'S COUNTS                                           *02050000
020600*----------------------------------------------------------------*02060000
020700 01  WS-DEV-FIELDS.                                               02070000
020800     05 WS-DEV-CNT        PIC 9(03)   VALUE ZEROES.               02080000
020900     05 WS-MAX-DEVS       PIC 9(03)   VALUE 500.                  02090000
021000 01  WS-DEV-TABLE.                                                02100000
021100     05 WS-DEV-ENTRY      OCCURS 500 TIMES.                       02110000
021200        10 WS-DEV-ID      PIC X(08).                              02120000
021300        10 WS-DEV-STREAK  PIC 9(03).                              02130000
021400        10 WS-DEV-LAST    PIC 9(08).                              02140000
021500        10 WS-DEV-SEEN    PIC X(01).                              02150000
021600        10 WS-DEV-READS   PIC 9(05).                              02160000
021700        10 WS-DEV-WARNS   PIC 9(05).                              02170000
021800        10 WS-DEV-ALARMS  PIC 9(05).                              02180000
021900                                                                  02190000
022000 01  WS-SWITCHES.                                                 02200000
022100     05 TLM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02210000
022200        88 TLM-SUCCESS    VALUE '00'.                             02220000
022300        88 TLM-EOF        VALUE '10'.                             02230000
022400     05 THR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02240000
022500        88 THR-SUCCESS    VALUE '00'.                             02250000
022600        88 THR-EOF        VALUE '10'.                             02260000
022700     05 ALM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02270000
022800        88 ALM-SUCCESS    VALUE '00'.                             02280000
022900     05 BRH-FILE-STATUS   PIC X(02)   VALUE SPACES.               02290000
023000        88 BRH-SUCCESS    VALUE '00'.                             02300000
023100        88 BRH-EOF        VALUE '10'.                             02310000
023200     05 ALR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02320000
023300        88 ALR-SUCCESS    VALUE '00'.                             02330000
023400     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02340000
023500        88 SEXC-SUCCESS   VALUE '00'.                             02350000
023510     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               02351000
023520        88 ALRT-SUCCESS   VALUE '00'.                             02352000
023600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02360000
023700        88 HIST-SUCCESS   VALUE '00'.                             02370000
023800                                                                  02380000
023900 01  WS-HIST-FIELDS.                                              02390000
024000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02400000
024100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02410000
024200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02420000
024201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02420100
024300                                                                  02430000
024400*----------------------------------------------------------------*02440000
024500* LS-STREAK-PARM - RUNS IN A ROW A DEVICE MUST BREACH TO BE      *02450000
024600* LISTED AS A REPEAT OFFENDER. BLANK TAKES 02                    *02460000
024700*----------------------------------------------------------------*02470000
024800 LINKAGE SECTION.                                                 02480000
024900 01  LS-PARM-DATA.                                                02490000
025000     05 LS-STREAK-PARM  PIC X(02).                                02500000
025100                                                                  02510000
025200 PROCEDURE DIVISION USING LS-PARM-DATA.                           02520000
025300                                                                  02530000
025400     IF LS-STREAK-PARM IS NUMERIC AND LS-STREAK-PARM > ZEROES     02540000
025500        MOVE LS-STREAK-PARM   TO WS-STREAK-AT                     02550000
025600     END-IF.                                                      02560000
025700     ACCEPT WS-RUN-DATE       FROM DATE.                          02570000
025750     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02575000
025800     PERFORM 0500-LOAD-THRESHOLDS      THRU 0500-EXIT.            02580000
025900     PERFORM 0600-LOAD-BREACH-HIST     THRU 0600-EXIT.            02590000
026000     PERFORM 1000-CHECK-READINGS       THRU 1000-EXIT.            02600000
026100     PERFORM 3000-WRITE-STREAKS        THRU 3000-EXIT.            02610000
026200     IF WS-ALARM-CNT > ZEROES OR WS-BAD-THR-CNT > ZEROES          02620000
026300        MOVE 4                TO RETURN-CODE                      02630000
026400     END-IF.                                                      02640000
026500     STRING 'LIMITS - WARN ' DELIMITED BY SIZE                    02650000
026600        WS-WARN-CNT DELIMITED BY SIZE                             02660000
026700        ' ALARM ' DELIMITED BY SIZE                               02670000
026800        WS-ALARM-CNT DELIMITED BY SIZE                            02680000
026900        INTO WS-HIST-MSG.                                         02690000
027000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02700000
027100     GOBACK.                                                      02710000
027200                                                                  02720000
027300 0500-LOAD-THRESHOLDS.                                            02730000
027400*----------------------------------------------------------------*02740000
027500* A ROW WITH A BLANK TYPE, A NON-NUMERIC LIMIT OR LIMITS OUT OF  *02750000
027600* ORDER (LOW ALARM ABOVE LOW WARNING, HIGH WARNING ABOVE A SET   *02760000
027700* HIGH ALARM) IS REJECTED TO AOCDSEXC AND NOT USED               *02770000
027800*----------------------------------------------------------------*02780000
027900     OPEN INPUT THR-TABLE.                                        02790000
028000     IF NOT THR-SUCCESS                                           02800000
028100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD6THR, FILE STATUS: '  02810000
028200                THR-FILE-STATUS                                   02820000
028300        MOVE 16             TO RETURN-CODE                        02830000
028400        MOVE 'UNABLE TO OPEN THRESHOLD TABLE' TO WS-HIST-MSG      02840000
028500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02850000
028600        GOBACK                                                    02860000
028700     END-IF.                                                      02870000
028800     OPEN EXTEND SUITE-EXC.                                       02880000
028900     PERFORM UNTIL THR-EOF                                        02890000
029000        READ THR-TABLE                                            02900000
029100             AT END                                               02910000
029200                SET THR-EOF TO TRUE                               02920000
029300             NOT AT END                                           02930000
029400                IF THR-TYPE-CODE = SPACES                         02940000
029500                   OR THR-LOW-ALARM NOT NUMERIC                   02950000
029600                   OR THR-LOW-WARN NOT NUMERIC                    02960000
029700                   OR THR-HIGH-WARN NOT NUMERIC                   02970000
029800                   OR THR-HIGH-ALARM NOT NUMERIC                  02980000
029900                   PERFORM 0550-REJECT-THRESHOLD  THRU 0550-EXIT  02990000
030000                ELSE                                              03000000
030100                   IF THR-LOW-ALARM > THR-LOW-WARN                03010000
030200                      OR (THR-HIGH-ALARM > ZEROES                 03020000
030300                          AND THR-HIGH-WARN > THR-HIGH-ALARM)     03030000
030400                      PERFORM 0550-REJECT-THRESHOLD THRU 0550-EXIT03040000
030500                   ELSE                                           03050000
030600                      IF WS-THR-CNT < WS-MAX-THRS                 03060000
030700                         ADD 1 TO WS-THR-CNT                      03070000
030800                         MOVE THR-TYPE-CODE                       03080000
030900                                 TO WS-THR-TYPE(WS-THR-CNT)       03090000
031000                         MOVE THR-DEVICE-ID                       03100000
031100                                 TO WS-THR-DEVICE(WS-THR-CNT)     03110000
031200                         MOVE THR-LOW-ALARM                       03120000
031300                                 TO WS-THR-LO-ALM(WS-THR-CNT)     03130000
031400                         MOVE THR-LOW-WARN                        03140000
031500                                 TO WS-THR-LO-WRN(WS-THR-CNT)     03150000
031600                         MOVE THR-HIGH-WARN                       03160000
031700                                 TO WS-THR-HI-WRN(WS-THR-CNT)     03170000
031800                         MOVE THR-HIGH-ALARM                      03180000
031900                                 TO WS-THR-HI-ALM(WS-THR-CNT)     03190000
032000                      ELSE                                        03200000
032100                         DISPLAY 'THRESHOLD TABLE CAPACITY (500) '03210000
032200                                 'EXCEEDED - ROW DROPPED'         03220000
032300                      END-IF                                      03230000
032400                   END-IF                                         03240000
032500                END-IF                                            03250000
032600        END-READ                                                  03260000
032700     END-PERFORM.                                                 03270000
032800     CLOSE THR-TABLE.                                             03280000
032900     CLOSE SUITE-EXC.                                             03290000
033000     DISPLAY 'THRESHOLD ROWS LOADED: ' WS-THR-CNT                 03300000
033100             ' REJECTED: ' WS-BAD-THR-CNT.                        03310000
033200 0500-EXIT.                                                       03320000
033300     EXIT.                                                        03330000
033400                                                                  03340000
033500 0550-REJECT-THRESHOLD.                                           03350000
033600     ADD 1                    TO WS-BAD-THR-CNT.                  03360000
033700     INITIALIZE               SUITE-EXC-REC.                      03370000
033800     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    03380000
033900     MOVE 'AOCD6PGA'          TO EXC-PGM.                         03390000
034000     MOVE THR-REC(1:11)       TO EXC-REC-KEY.                     03400000
034100     MOVE 'BADTHR'            TO EXC-REASON.                      03410000
034200     MOVE THR-REC             TO EXC-RAW-DATA.                    03420000
034300     WRITE SUITE-EXC-REC.                                         03430000
034400     DISPLAY 'THRESHOLD ROW REJECTED: ' THR-TYPE-CODE ' '         03440000
034500             THR-DEVICE-ID.                                       03450000
034600 0550-EXIT.                                                       03460000
034700     EXIT.                                                        03470000
034800                                                                  03480000
034900 0600-LOAD-BREACH-HIST.                                           03490000
035000*----------------------------------------------------------------*03500000
035100* FOLD THE EARLIER RUNS INTO A STREAK PER DEVICE - A CLEAN RUN   *03510000
035200* CLEARS IT, A BREACH EXTENDS IT. A RUN DATE COUNTS ONCE PER     *03520000
035300* DEVICE, AND ROWS ALREADY WRITTEN FOR TODAY ARE FROM A RERUN    *03530000
035400* AND ARE LEFT OUT                                               *03540000
035500*----------------------------------------------------------------*03550000
035600     OPEN INPUT BRH-HIST.                                         03560000
035700     IF NOT BRH-SUCCESS                                           03570000
035800        DISPLAY 'NO AOCD6BRH BREACH HISTORY - STREAKS START NOW'  03580000
035900        GO TO 0600-EXIT                                           03590000
036000     END-IF.                                                      03600000
036100     PERFORM UNTIL BRH-EOF                                        03610000
036200        READ BRH-HIST                                             03620000
036300             AT END                                               03630000
036400                SET BRH-EOF TO TRUE                               03640000
036500             NOT AT END                                           03650000
036600                IF BRH-RUN-DATE NOT = WS-RUN-DATE-8               03660000
036700                   MOVE BRH-DEVICE-ID  TO WS-FIND-DEVICE          03670000
036800                   PERFORM 0900-FIND-OR-ADD-DEVICE  THRU 0900-EXIT03680000
036900                   IF WS-SLOT > ZEROES                            03690000
037000                      AND BRH-RUN-DATE NOT = WS-DEV-LAST(WS-SLOT) 03700000
037100                      MOVE BRH-RUN-DATE TO WS-DEV-LAST(WS-SLOT)   03710000
037200                      IF BRH-BREACH-FLAG = 'Y'                    03720000
037300                         ADD 1         TO WS-DEV-STREAK(WS-SLOT)  03730000
037400                      ELSE                                        03740000
037500                         MOVE ZEROES   TO WS-DEV-STREAK(WS-SLOT)  03750000
037600                      END-IF                                      03760000
037700                   END-IF                                         03770000
037800                END-IF                                            03780000
037900        END-READ                                                  03790000
038000     END-PERFORM.                                                 03800000
038100     CLOSE BRH-HIST.                                              03810000
038200 0600-EXIT.                                                       03820000
038300     EXIT.                                                        03830000
038400                                                                  03840000
038500 0900-FIND-OR-ADD-DEVICE.                                         03850000
038600     MOVE ZEROES              TO WS-SLOT.                         03860000
038700     PERFORM VARYING WS-I FROM 1 BY 1                             03870000
038800               UNTIL WS-I > WS-DEV-CNT                            03880000
038900                  OR WS-SLOT > ZEROES                             03890000
039000        IF WS-DEV-ID(WS-I) = WS-FIND-DEVICE                       03900000
039100           MOVE WS-I             TO WS-SLOT                       03910000
039200        END-IF                                                    03920000
039300     END-PERFORM.                                                 03930000
039400     IF WS-SLOT = ZEROES                                          03940000
039500        IF WS-DEV-CNT < WS-MAX-DEVS                               03950000
039600           ADD 1                 TO WS-DEV-CNT                    03960000
039700           MOVE WS-DEV-CNT       TO WS-SLOT                       03970000
039800           INITIALIZE            WS-DEV-ENTRY(WS-SLOT)            03980000
039900           MOVE WS-FIND-DEVICE   TO WS-DEV-ID(WS-SLOT)            03990000
040000           MOVE 'N'              TO WS-DEV-SEEN(WS-SLOT)          04000000
040100        ELSE                                                      04010000
040200           DISPLAY 'DEVICE CAPACITY (500) EXCEEDED: '             04020000
040300                   WS-FIND-DEVICE                                 04030000
040400        END-IF                                                    04040000
040500     END-IF.                                                      04050000
040600 0900-EXIT.                                                       04060000
040700     EXIT.                                                        04070000
040800                                                                  04080000
040900 1000-CHECK-READINGS.                                             04090000
041000     OPEN INPUT TLM-FILE.                                         04100000
041100     IF NOT TLM-SUCCESS                                           04110000
041200        DISPLAY 'ERROR - UNABLE TO OPEN AOCD6TLM, FILE STATUS: '  04120000
041300                TLM-FILE-STATUS                                   04130000
041400        MOVE 16             TO RETURN-CODE                        04140000
041500        MOVE 'UNABLE TO OPEN TELEMETRY FILE' TO WS-HIST-MSG       04150000
041600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04160000
041700        GOBACK                                                    04170000
041800     END-IF.                                                      04180000
041900     OPEN OUTPUT ALM-FILE.                                        04190000
042000     OPEN OUTPUT ALR-RPT.                                         04200000
042100     MOVE SPACES              TO ALR-REC.                         04210000
042200     STRING 'TELEMETRY READINGS OUTSIDE LIMITS - RUN DATE '       04220000
042300        DELIMITED BY SIZE                                         04230000
042400        WS-RUN-DATE DELIMITED BY SIZE                             04240000
042500        INTO ALR-REC.                                             04250000
042600     WRITE ALR-REC.                                               04260000
042700     MOVE SPACES              TO ALR-REC.                         04270000
042800     WRITE ALR-REC.                                               04280000
042900     MOVE 'DEVICE    TY  TIME       VALUE  LEVEL'                 04290000
043000                              TO ALR-REC.                         04300000
043100     MOVE 'LIMIT  SET BY'     TO ALR-REC(48:13).                  04310000
043200     WRITE ALR-REC.                                               04320000
043300     PERFORM UNTIL TLM-EOF                                        04330000
043400        READ TLM-FILE                                             04340000
043500             AT END                                               04350000
043600                SET TLM-EOF TO TRUE                               04360000
043700             NOT AT END                                           04370000
043800                ADD 1              TO WS-READING-CNT              04380000
043900                PERFORM 1100-CHECK-ONE  THRU 1100-EXIT            04390000
044000        END-READ                                                  04400000
044100     END-PERFORM.                                                 04410000
044200     CLOSE TLM-FILE.                                              04420000
044300     CLOSE ALM-FILE.                                              04430000
044400     DISPLAY 'READINGS: ' WS-READING-CNT                          04440000
044500             ' WARN: ' WS-WARN-CNT ' ALARM: ' WS-ALARM-CNT        04450000
044600             ' NO LIMITS: ' WS-NO-LIMIT-CNT.                      04460000
044700 1000-EXIT.                                                       04470000
044800     EXIT.                                                        04480000
044900                                                                  04490000
045000 1100-CHECK-ONE.                                                  04500000
045100*----------------------------------------------------------------*04510000
045200* ALARM LIMITS ARE TESTED BEFORE WARNING LIMITS SO A READING     *04520000
045300* CARRIES ITS WORST SEVERITY ONLY                                *04530000
045400*----------------------------------------------------------------*04540000
045500     MOVE TLM-DEVICE-ID       TO WS-FIND-DEVICE.                  04550000
045600     PERFORM 0900-FIND-OR-ADD-DEVICE  THRU 0900-EXIT.             04560000
045700     IF WS-SLOT > ZEROES                                          04570000
045800        MOVE 'Y'              TO WS-DEV-SEEN(WS-SLOT)             04580000
045900        ADD 1                 TO WS-DEV-READS(WS-SLOT)            04590000
046000     END-IF.                                                      04600000
046100     MOVE ZEROES              TO WS-THR-SLOT.                     04610000
046200     PERFORM VARYING WS-I FROM 1 BY 1                             04620000
046300               UNTIL WS-I > WS-THR-CNT                            04630000
046400                  OR WS-THR-SLOT > ZEROES                         04640000
046500        IF WS-THR-TYPE(WS-I) = TLM-TYPE-CODE                      04650000
046600           AND WS-THR-DEVICE(WS-I) = TLM-DEVICE-ID                04660000
046700           MOVE WS-I          TO WS-THR-SLOT                      04670000
046800        END-IF                                                    04680000
046900     END-PERFORM.                                                 04690000
047000     MOVE 'DEVICE'            TO WS-SET-BY.                       04700000
047100     PERFORM VARYING WS-I FROM 1 BY 1                             04710000
047200               UNTIL WS-I > WS-THR-CNT                            04720000
047300                  OR WS-THR-SLOT > ZEROES                         04730000
047400        IF WS-THR-TYPE(WS-I) = TLM-TYPE-CODE                      04740000
047500           AND WS-THR-DEVICE(WS-I) = SPACES                       04750000
047600           MOVE WS-I          TO WS-THR-SLOT                      04760000
047700           MOVE 'TYPE'        TO WS-SET-BY                        04770000
047800        END-IF                                                    04780000
047900     END-PERFORM.                                                 04790000
048000     IF WS-THR-SLOT = ZEROES                                      04800000
048100        ADD 1                 TO WS-NO-LIMIT-CNT                  04810000
048200        GO TO 1100-EXIT                                           04820000
048300     END-IF.                                                      04830000
048400     MOVE SPACES              TO WS-SEVERITY WS-DIRECTION.        04840000
048500     EVALUATE TRUE                                                04850000
048600        WHEN TLM-VALUE < WS-THR-LO-ALM(WS-THR-SLOT)               04860000
048700           MOVE 'ALARM'       TO WS-SEVERITY                      04870000
048800           MOVE 'LOW'         TO WS-DIRECTION                     04880000
048900           MOVE WS-THR-LO-ALM(WS-THR-SLOT)  TO WS-LIMIT           04890000
049000        WHEN WS-THR-HI-ALM(WS-THR-SLOT) > ZEROES                  04900000
049100         AND TLM-VALUE > WS-THR-HI-ALM(WS-THR-SLOT)               04910000
049200           MOVE 'ALARM'       TO WS-SEVERITY                      04920000
049300           MOVE 'HIGH'        TO WS-DIRECTION                     04930000
049400           MOVE WS-THR-HI-ALM(WS-THR-SLOT)  TO WS-LIMIT           04940000
049500        WHEN TLM-VALUE < WS-THR-LO-WRN(WS-THR-SLOT)               04950000
049600           MOVE 'WARN'        TO WS-SEVERITY                      04960000
049700           MOVE 'LOW'         TO WS-DIRECTION                     04970000
049800           MOVE WS-THR-LO-WRN(WS-THR-SLOT)  TO WS-LIMIT           04980000
049900        WHEN WS-THR-HI-WRN(WS-THR-SLOT) > ZEROES                  04990000
050000         AND TLM-VALUE > WS-THR-HI-WRN(WS-THR-SLOT)               05000000
050100           MOVE 'WARN'        TO WS-SEVERITY                      05010000
050200           MOVE 'HIGH'        TO WS-DIRECTION                     05020000
050300           MOVE WS-THR-HI-WRN(WS-THR-SLOT)  TO WS-LIMIT           05030000
050400        WHEN OTHER                                                05040000
050500           GO TO 1100-EXIT                                        05050000
050600     END-EVALUATE.                                                05060000
050700     IF WS-SEVERITY = 'ALARM'                                     05070000
050800        ADD 1                 TO WS-ALARM-CNT                     05080000
050900        IF WS-SLOT > ZEROES                                       05090000
051000           ADD 1              TO WS-DEV-ALARMS(WS-SLOT)           05100000
051100        END-IF                                                    05110000
051200     ELSE                                                         05120000
051300        ADD 1                 TO WS-WARN-CNT                      05130000
051400        IF WS-SLOT > ZEROES                                       05140000
051500           ADD 1              TO WS-DEV-WARNS(WS-SLOT)            05150000
051600        END-IF                                                    05160000
051700     END-IF.                                                      05170000
051800     INITIALIZE               ALM-REC.                            05180000
051900     MOVE WS-SEVERITY         TO ALM-SEVERITY.                    05190000
052000     MOVE WS-DIRECTION        TO ALM-DIRECTION.                   05200000
052100     MOVE TLM-DEVICE-ID       TO ALM-DEVICE-ID.                   05210000
052200     MOVE TLM-TYPE-CODE       TO ALM-TYPE-CODE.                   05220000
052300     MOVE TLM-TIMESTAMP       TO ALM-TIMESTAMP.                   05230000
052400     MOVE TLM-VALUE           TO ALM-VALUE.                       05240000
052500     MOVE WS-LIMIT            TO ALM-LIMIT.                       05250000
052600     MOVE WS-RUN-DATE-8       TO ALM-RUN-DATE.                    05260000
052700     WRITE ALM-REC.                                               05270000
052800     MOVE SPACES              TO ALR-DTL-LINE.                    05280000
052900     MOVE TLM-DEVICE-ID       TO ALR-DEVICE-ID.                   05290000
053000     MOVE TLM-TYPE-CODE       TO ALR-TYPE-CODE.                   05300000
053100     MOVE TLM-TIMESTAMP       TO ALR-TIMESTAMP.                   05310000
053200     MOVE TLM-VALUE           TO ALR-VALUE.                       05320000
053300     MOVE WS-SEVERITY         TO ALR-SEVERITY OF ALR-DTL-LINE.    05330000
053400     MOVE WS-DIRECTION        TO ALR-DIRECTION.                   05340000
053500     MOVE WS-LIMIT            TO ALR-LIMIT.                       05350000
053600     MOVE WS-SET-BY           TO ALR-SET-BY.                      05360000
053700     WRITE ALR-DTL-LINE.                                          05370000
053800 1100-EXIT.                                                       05380000
053900     EXIT.                                                        05390000
054000                                                                  05400000
054100 3000-WRITE-STREAKS.                                              05410000
054200*----------------------------------------------------------------*05420000
054300* EVERY DEVICE WITH READINGS TONIGHT GETS ITS BREACH FLAG ON     *05430000
054400* AOCD6BRH. ITS STREAK GROWS ON A BREACH AND CLEARS ON A CLEAN   *05440000
054500* RUN; A DEVICE WITH NO READINGS TONIGHT IS LEFT AS IT WAS       *05450000
054600*----------------------------------------------------------------*05460000
054700     MOVE SPACES              TO ALR-REC.                         05470000
054800     WRITE ALR-REC.                                               05480000
054900     MOVE 'DEVICE    READINGS     WARN    ALARM   RUNS IN BREACH' 05490000
055000                              TO ALR-REC.                         05500000
055100     WRITE ALR-REC.                                               05510000
055200     OPEN EXTEND BRH-HIST.                                        05520000
055300     IF NOT BRH-SUCCESS                                           05530000
055400        OPEN OUTPUT BRH-HIST                                      05540000
055500     END-IF.                                                      05550000
055510     OPEN EXTEND ALERT-FILE.                                      05551000
055600     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05560000
055700               UNTIL WS-SLOT > WS-DEV-CNT                         05570000
055800        IF WS-DEV-SEEN(WS-SLOT) = 'Y'                             05580000
055900           PERFORM 3100-POST-ONE-DEVICE  THRU 3100-EXIT           05590000
056000        END-IF                                                    05600000
056100     END-PERFORM.                                                 05610000
056200     CLOSE BRH-HIST.                                              05620000
056210     CLOSE ALERT-FILE.                                            05621000
056300     MOVE SPACES              TO ALR-REC.                         05630000
056400     WRITE ALR-REC.                                               05640000
056500     MOVE SPACES              TO ALR-REC.                         05650000
056600     STRING 'READINGS ' DELIMITED BY SIZE                         05660000
056700        WS-READING-CNT DELIMITED BY SIZE                          05670000
056800        '  WARN ' DELIMITED BY SIZE                               05680000
056900        WS-WARN-CNT DELIMITED BY SIZE                             05690000
057000        '  ALARM ' DELIMITED BY SIZE                              05700000
057100        WS-ALARM-CNT DELIMITED BY SIZE                            05710000
057200        '  NO LIMITS SET ' DELIMITED BY SIZE                      05720000
057300        WS-NO-LIMIT-CNT DELIMITED BY SIZE                         05730000
057400        INTO ALR-REC.                                             05740000
057500     WRITE ALR-REC.                                               05750000
057600     MOVE SPACES              TO ALR-REC.                         05760000
057700     STRING 'DEVICES IN BREACH ' DELIMITED BY SIZE                05770000
057800        WS-STREAK-AT DELIMITED BY SIZE                            05780000
057900        ' OR MORE RUNS RUNNING: ' DELIMITED BY SIZE               05790000
058000        WS-STREAK-CNT DELIMITED BY SIZE                           05800000
058100        INTO ALR-REC.                                             05810000
058200     WRITE ALR-REC.                                               05820000
058300     CLOSE ALR-RPT.                                               05830000
058400     DISPLAY 'DEVICES IN BREACH ' WS-STREAK-AT                    05840000
058500             '+ RUNS RUNNING: ' WS-STREAK-CNT.                    05850000
058600 3000-EXIT.                                                       05860000
058700     EXIT.                                                        05870000
058800                                                                  05880000
058900 3100-POST-ONE-DEVICE.                                            05890000
059000     INITIALIZE               BRH-REC.                            05900000
059100     MOVE WS-DEV-ID(WS-SLOT)  TO BRH-DEVICE-ID.                   05910000
059200     MOVE WS-RUN-DATE-8       TO BRH-RUN-DATE.                    05920000
059300     IF WS-DEV-WARNS(WS-SLOT) + WS-DEV-ALARMS(WS-SLOT) > ZEROES   05930000
059400        MOVE 'Y'              TO BRH-BREACH-FLAG                  05940000
059500        ADD 1                 TO WS-DEV-STREAK(WS-SLOT)           05950000
059600     ELSE                                                         05960000
059700        MOVE 'N'              TO BRH-BREACH-FLAG                  05970000
059800        MOVE ZEROES           TO WS-DEV-STREAK(WS-SLOT)           05980000
059900     END-IF.                                                      05990000
060000     WRITE BRH-REC.                                               06000000
060100     IF BRH-BREACH-FLAG = 'N'                                     06010000
060200        GO TO 3100-EXIT                                           06020000
060300     END-IF.                                                      06030000
060400     MOVE SPACES              TO ALR-REC.                         06040000
060500     MOVE WS-DEV-ID(WS-SLOT)      TO ALR-REC(1:8).                06050000
060600     MOVE WS-DEV-READS(WS-SLOT)   TO ALR-REC(14:5).               06060000
060700     MOVE WS-DEV-WARNS(WS-SLOT)   TO ALR-REC(23:5).               06070000
060800     MOVE WS-DEV-ALARMS(WS-SLOT)  TO ALR-REC(32:5).               06080000
060900     MOVE WS-DEV-STREAK(WS-SLOT)  TO ALR-REC(40:3).               06090000
061000     IF WS-DEV-STREAK(WS-SLOT) NOT < WS-STREAK-AT                 06100000
061100        ADD 1                 TO WS-STREAK-CNT                    06110000
061200        MOVE 'CONSECUTIVE'    TO ALR-REC(56:11)                   06120000
061300        DISPLAY 'DEVICE ' WS-DEV-ID(WS-SLOT) ' OUT OF LIMITS '    06130000
061400                WS-DEV-STREAK(WS-SLOT) ' RUNS RUNNING'            06140000
061500     END-IF.                                                      06150000
061510     IF WS-DEV-STREAK(WS-SLOT) NOT < WS-STREAK-AT                 06151000
061520        OR WS-DEV-ALARMS(WS-SLOT) > ZEROES                        06152000
061530        PERFORM 3150-WRITE-SUITE-ALERT  THRU 3150-EXIT            06153000
061540     END-IF.                                                      06154000
061600     WRITE ALR-REC.                                               06160000
061700 3100-EXIT.                                                       06170000
061800     EXIT.                                                        06180000
061801                                                                  06180100
061802 3150-WRITE-SUITE-ALERT.                                          06180200
061803*----------------------------------------------------------------*06180300
061804* A DEVICE AT ALARM LEVEL TONIGHT IS CRITICAL; ONE ONLY ON A     *06180400
061805* BREACH STREAK IS A WARNING. THE DEVICE IS THE SUBJECT, SO A    *06180500
061806* DEVICE STILL OUT TOMORROW IS A REPEAT, NOT A NEW ALERT         *06180600
061807*----------------------------------------------------------------*06180700
061808     INITIALIZE                 ALERT-REC.                        06180800
061809     ACCEPT WS-HIST-TIME        FROM TIME.                        06180900
061810     MOVE WS-RUN-DATE-8         TO ALR-RUN-DATE.                  06181000
061811     MOVE WS-HIST-TIME(1:6)     TO ALR-RUN-TIME.                  06181100
061812     MOVE 'AOCD6PGA'            TO ALR-PGM.                       06181200
061813     IF WS-DEV-ALARMS(WS-SLOT) > ZEROES                           06181300
061814        SET ALR-CRITICAL        TO TRUE                           06181400
061815     ELSE                                                         06181500
061816        SET ALR-WARNING         TO TRUE                           06181600
061817     END-IF.                                                      06181700
061818     STRING 'DEVICE ' DELIMITED BY SIZE                           06181800
061819        WS-DEV-ID(WS-SLOT) DELIMITED BY SIZE                      06181900
061820        INTO ALR-SUBJECT.                                         06182000
061821     STRING 'WARN ' DELIMITED BY SIZE                             06182100
061822        WS-DEV-WARNS(WS-SLOT) DELIMITED BY SIZE                   06182200
061823        ' ALARM ' DELIMITED BY SIZE                               06182300
061824        WS-DEV-ALARMS(WS-SLOT) DELIMITED BY SIZE                  06182400
061825        ' TONIGHT - ' DELIMITED BY SIZE                           06182500
061826        WS-DEV-STREAK(WS-SLOT) DELIMITED BY SIZE                  06182600
061827        ' RUNS IN BREACH' DELIMITED BY SIZE                       06182700
061828        INTO ALR-MESSAGE.                                         06182800
061829     WRITE ALERT-REC.                                             06182900
061830 3150-EXIT.                                                       06183000
061831     EXIT.                                                        06183100
061900                                                                  06190000
062000*----------------------------------------------------------------*06200000
062100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06210000
062200*----------------------------------------------------------------*06220000
062300 9800-WRITE-AUDIT-HIST.                                           06230000
062400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06240000
062500     ACCEPT WS-HIST-TIME FROM TIME.                               06250000
062600     OPEN EXTEND AUD-HIST.                                        06260000
062700     INITIALIZE AUD-HIST-REC.                                     06270000
062800     MOVE WS-HIST-DATE          TO HIST-DATE.                     06280000
062900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06290000
063000     MOVE 'AOCD6PGA'            TO HIST-PGM.                      06300000
063001     MOVE WS-HIST-VER           TO HIST-VERSION.                  06300100
063100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06310000
063200     WRITE AUD-HIST-REC.                                          06320000
063300     CLOSE AUD-HIST.                                              06330000
063400 9800-EXIT.                                                       06340000
063500     EXIT.                                                        06350000
