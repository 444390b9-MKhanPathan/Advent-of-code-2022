000100*----------------------------------------------------------------*00010000
000200*           ADVENT OF CODE - ELF 360 INQUIRY                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  ONE QUESTION ABOUT ONE ELF USED TO MEAN AOCD1PG4 FOR THE      *00040000
000500*  CALORIES, A BROWSE OF AOCD3ASG AND AOCD3IDX FOR THE RUCKSACK, *00050000
000600*  AOCD3ISS FOR THE BADGE AND WORKING OUT THE CLEANING PAIR BY   *00060000
000700*  HAND. THE ELF KEY COMES IN ON SYSIN AND ONE PROFILE COMES     *00070000
000800*  OUT: THE AOCD1MST MASTER DETAILS, THE AOCD1IDX CALORIE TOTAL  *00080000
000900*  AND THE EXPEDITION THE ELF FIRST APPEARS ON IN AOCDAY1, EVERY *00090000
001000*  PLANNED RATION TRANSFER IN OR OUT WITH ITS APPROVAL AND       *00100000
001100*  POSTING STATE, EACH SACK ASSIGNED ON AOCD3ASG WITH ITS        *00110000
001200*  CONTENTS AND COMPARTMENT RESULT, THE BADGE SERIALS ON         *00120000
001300*  AOCD3ISS FOR THE SACK'S GROUP, THE AOCD4CRW CLEANING PAIR,    *00130000
001400*  AND EVERY AOCDSEXC EXCEPTION ON THE ELF OR ITS SACKS THAT     *00140000
001500*  AOCDXDSP DOES NOT SHOW CLOSED. A SOURCE THAT IS NOT THERE IS  *00150000
001600*  SAID SO AND THE REST OF THE PROFILE STILL PRINTS              *00160000
001700*----------------------------------------------------------------*00170000
001800 IDENTIFICATION DIVISION.                                         00180000
001900 PROGRAM-ID. AOCDELFQ.                                            00190000
002000 AUTHOR. z/OS Mainframer.                                         00200000
002100                                                                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500*----------------------------------------------------------------*00250000
002600* DAY 1 - MASTER, CALORIE LOOKUP, THE FEED FOR THE EXPEDITION,   *00260000
002700* AND THE TRANSFER PLAN, APPROVALS AND POSTING REGISTER          *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00290000
003000        ORGANIZATION    IS INDEXED                                00300000
003100         ACCESS MODE    IS RANDOM                                 00310000
003200         RECORD KEY     IS ELF-MST-KEY                            00320000
003300         FILE STATUS    IS ELF-MST-STATUS.                        00330000
003400                                                                  00340000
003500     SELECT ELF-LOOKUP  ASSIGN TO AOCD1IDX                        00350000
003600        ORGANIZATION    IS INDEXED                                00360000
003700         ACCESS MODE    IS RANDOM                                 00370000
003800         RECORD KEY     IS ELF-LOOKUP-KEY                         00380000
003900         FILE STATUS    IS ELF-LOOKUP-STATUS.                     00390000
004000                                                                  00400000
004100     SELECT CAL-DATA    ASSIGN TO AOCDAY1                         00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS CAL-FILE-STATUS.                       00440000
004500                                                                  00450000
004600     SELECT XFR-FILE    ASSIGN TO AOCD1XFR                        00460000
004700        ORGANIZATION    IS SEQUENTIAL                             00470000
004800         ACCESS MODE    IS SEQUENTIAL                             00480000
004900         FILE STATUS    IS XFR-FILE-STATUS.                       00490000
005000                                                                  00500000
005100     SELECT APR-FILE    ASSIGN TO AOCD1APR                        00510000
005200        ORGANIZATION    IS SEQUENTIAL                             00520000
005300         ACCESS MODE    IS SEQUENTIAL                             00530000
005400         FILE STATUS    IS APR-FILE-STATUS.                       00540000
005500                                                                  00550000
005600     SELECT PRG-RPT     ASSIGN TO AOCD1PRG                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS PRG-FILE-STATUS.                       00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200* DAY 3 - SACK ASSIGNMENTS, THE SACK INDEX, THE COMPARTMENT      *00620000
006300* DETAIL AND THE BADGE ISSUANCE REGISTER                         *00630000
006400*----------------------------------------------------------------*00640000
006500     SELECT ASG-FILE    ASSIGN TO AOCD3ASG                        00650000
006600        ORGANIZATION    IS SEQUENTIAL                             00660000
006700         ACCESS MODE    IS SEQUENTIAL                             00670000
006800         FILE STATUS    IS ASG-FILE-STATUS.                       00680000
006900                                                                  00690000
007000     SELECT SACK-LOOKUP ASSIGN TO AOCD3IDX                        00700000
007100        ORGANIZATION    IS INDEXED                                00710000
007200         ACCESS MODE    IS RANDOM                                 00720000
007300         RECORD KEY     IS SACK-LOOKUP-KEY                        00730000
007400         FILE STATUS    IS SACK-LOOKUP-STATUS.                    00740000
007500                                                                  00750000
007600     SELECT DTL-RPT     ASSIGN TO AOCD3DTL                        00760000
007700        ORGANIZATION    IS SEQUENTIAL                             00770000
007800         ACCESS MODE    IS SEQUENTIAL                             00780000
007900         FILE STATUS    IS DTL-FILE-STATUS.                       00790000
008000                                                                  00800000
008100     SELECT ISS-FILE    ASSIGN TO AOCD3ISS                        00810000
008200        ORGANIZATION    IS SEQUENTIAL                             00820000
008300         ACCESS MODE    IS SEQUENTIAL                             00830000
008400         FILE STATUS    IS ISS-FILE-STATUS.                       00840000
008500                                                                  00850000
008600*----------------------------------------------------------------*00860000
008700* DAY 4 - THE PAIR CREW FILE NAMING THE ELVES BEHIND EACH PAIR   *00870000
008800*----------------------------------------------------------------*00880000
008900     SELECT CRW-FILE    ASSIGN TO AOCD4CRW                        00890000
009000        ORGANIZATION    IS SEQUENTIAL                             00900000
009100         ACCESS MODE    IS SEQUENTIAL                             00910000
009200         FILE STATUS    IS CRW-FILE-STATUS.                       00920000
009300                                                                  00930000
009400*----------------------------------------------------------------*00940000
009500* THE SHARED EXCEPTION FILE AND ITS DISPOSITIONS                 *00950000
009600*----------------------------------------------------------------*00960000
009700     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00970000
009800        ORGANIZATION    IS SEQUENTIAL                             00980000
009900         ACCESS MODE    IS SEQUENTIAL                             00990000
010000         FILE STATUS    IS SEXC-FILE-STATUS.                      01000000
010100                                                                  01010000
010200     SELECT DSP-FILE    ASSIGN TO AOCDXDSP                        01020000
010300        ORGANIZATION    IS SEQUENTIAL                             01030000
010400         ACCESS MODE    IS SEQUENTIAL                             01040000
010500         FILE STATUS    IS DSP-FILE-STATUS.                       01050000
010600                                                                  01060000
010700 DATA DIVISION.                                                   01070000
010800 FILE SECTION.                                                    01080000
010900 FD  ELF-MASTER.                                                  01090000
011000 01  ELF-MASTER-REC.                                              01100000
011100     05 ELF-MST-KEY       PIC X(10).                              01110000
011200     05 ELF-MST-FULL-NAME PIC X(20).                              01120000
011300     05 ELF-MST-TEAM      PIC X(10).                              01130000
011400     05 ELF-MST-ACTIVE    PIC X(01).                              01140000
011500        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   01150000
011600                                                                  01160000
011700 FD  ELF-LOOKUP.                                                  01170000
011800 01  ELF-LOOKUP-REC.                                              01180000
011900     05 ELF-LOOKUP-KEY   PIC X(10).                               01190000
012000     05 ELF-LOOKUP-NAME  PIC X(10).                               01200000
012100     05 ELF-LOOKUP-TOTAL PIC 9(10).                               01210000
012200     05 FILLER           PIC X(10).                               01220000
012300                                                                  01230000
012400 FD  CAL-DATA.                                                    01240000
012500 01  WS-CAL-REC.                                                  01250000
012600     05 CALORIES            PIC X(10).                            01260000
012700     05 WS-ELF-NAME         PIC X(10).                            01270000
012800     05 WS-FOOD-TYPE        PIC X(02).                            01280000
012900 01  WS-CAL-HDR-REC.                                              01290000
013000     05 HDR-MARKER          PIC X(01).                            01300000
013100        88 HDR-IS-EXPEDITION            VALUE '*'.                01310000
013200     05 HDR-EXP-ID          PIC X(09).                            01320000
013300     05 HDR-EXP-DATE        PIC 9(06).                            01330000
013400     05 HDR-RET-DATE        PIC 9(06).                            01340000
013500 01  WS-CAL-TRL-REC.                                              01350000
013600     05 TRL-MARKER          PIC X(01).                            01360000
013700        88 TRL-IS-TRAILER               VALUE 'T'.                01370000
013800     05 FILLER              PIC X(21).                            01380000
013900                                                                  01390000
014000 FD  XFR-FILE.                                                    01400000
014100 01  XFR-REC.                                                     01410000
014200     05 XFR-FROM-ELF    PIC X(10).                                01420000
014300     05 FILLER          PIC X(02).                                01430000
014400     05 XFR-TO-ELF      PIC X(10).                                01440000
014500     05 FILLER          PIC X(02).                                01450000
014600     05 XFR-CALORIES    PIC 9(10).                                01460000
014700     05 FILLER          PIC X(46).                                01470000
014800                                                                  01480000
014900 FD  APR-FILE.                                                    01490000
015000 01  APR-REC.                                                     01500000
015100     05 APR-FROM-ELF    PIC X(10).                                01510000
015200     05 FILLER          PIC X(02).                                01520000
015300     05 APR-TO-ELF      PIC X(10).                                01530000
015400     05 FILLER          PIC X(02).                                01540000
015500     05 APR-CALORIES    PIC 9(10).                                01550000
015600     05 FILLER          PIC X(02).                                01560000
015700     05 APR-FLAG        PIC X(01).                                01570000
015800     05 FILLER          PIC X(02).                                01580000
015900     05 APR-POST-DATE   PIC X(08).                                01590000
016000                                                                  01600000
016100 FD  PRG-RPT.                                                     01610000
016200 01  PRG-REC.                                                     01620000
016300     05 PRG-TEXT        PIC X(20).                                01630000
016400     05 FILLER          PIC X(02).                                01640000
016500     05 PRG-FROM-ELF    PIC X(10).                                01650000
016600     05 FILLER          PIC X(02).                                01660000
016700     05 PRG-TO-ELF      PIC X(10).                                01670000
016800     05 FILLER          PIC X(02).                                01680000
016900     05 PRG-CALORIES    PIC 9(10).                                01690000
017000     05 FILLER          PIC X(24).                                01700000
017100                                                                  01710000
017200 FD  ASG-FILE.                                                    01720000
017300 01  ASG-REC.                                                     01730000
017400     05 ASG-ELF-KEY     PIC X(10).                                01740000
017500     05 FILLER          PIC X(02).                                01750000
017600     05 ASG-SACK-KEY    PIC X(10).                                01760000
017700                                                                  01770000
017800 FD  SACK-LOOKUP.                                                 01780000
017900 01  SACK-LOOKUP-REC.                                             01790000
018000     05 SACK-LOOKUP-KEY     PIC X(10).                            01800000
018100     05 SACK-LOOKUP-TEXT    PIC X(80).                            01810000
018200                                                                  01820000
018300 FD  DTL-RPT.                                                     01830000
018400 01  DTL-REC.                                                     01840000
018500     05 DTL-SACK-NO         PIC 9(05).                            01850000
018600     05 FILLER              PIC X(01).                            01860000
018700     05 DTL-ITEM            PIC X(01).                            01870000
018800     05 FILLER              PIC X(01).                            01880000
018900     05 DTL-PRTY            PIC 9(02).                            01890000
019000                                                                  01900000
019100 FD  ISS-FILE.                                                    01910000
019200 01  ISS-REC.                                                     01920000
019300     05 ISS-SERIAL          PIC 9(05).                            01930000
019400     05 FILLER              PIC X(01).                            01940000
019500     05 ISS-GRP-NO          PIC 9(05).                            01950000
019600     05 FILLER              PIC X(01).                            01960000
019700     05 ISS-ITEM            PIC X(01).                            01970000
019800     05 FILLER              PIC X(01).                            01980000
019900     05 ISS-ISSUE-DATE      PIC 9(06).                            01990000
020000     05 FILLER              PIC X(01).                            02000000
020100     05 ISS-STATUS          PIC X(01).                            02010000
020200        88 ISS-ACTIVE                  VALUE 'A'.                 02020000
020300        88 ISS-VOIDED                  VALUE 'V'.                 02030000
020400                                                                  02040000
020500 FD  CRW-FILE.                                                    02050000
020600 01  CRW-REC.                                                     02060000
020700     05 CRW-PAIR            PIC 9(05).                            02070000
020800     05 FILLER              PIC X(01).                            02080000
020900     05 CRW-ELF-1           PIC X(10).                            02090000
021000     05 FILLER              PIC X(01).                            02100000
021100     05 CRW-ELF-2           PIC X(10).                            02110000
021200                                                                  02120000
021300 FD  SUITE-EXC.                                                   02130000
021400     COPY AOCDEXC.                                                02140000
021500                                                                  02150000
021600 FD  DSP-FILE.                                                    02160000
021700 01  DSP-REC.                                                     02170000
021800     05 DSP-RUN-DATE    PIC 9(08).                                02180000
021900     05 FILLER          PIC X(01).                                02190000
022000     05 DSP-PGM         PIC X(08).                                02200000
022100     05 FILLER          PIC X(01).                                02210000
022200     05 DSP-REC-KEY     PIC X(10).                                02220000
022300     05 FILLER          PIC X(01).                                02230000
022400     05 DSP-STATUS      PIC X(01).                                02240000
022500        88 DSP-IS-OPEN                 VALUE 'O'.                 02250000
022600        88 DSP-IN-REPAIR               VALUE 'R'.                 02260000
022700        88 DSP-IS-CLOSED               VALUE 'C'.                 02270000
022800     05 FILLER          PIC X(01).                                02280000
022900     05 DSP-ASSIGNED-TO PIC X(10).                                02290000
023000     05 FILLER          PIC X(01).                                02300000
023100     05 DSP-ACTION-DATE PIC 9(08).                                02310000
023200                                                                  02320000
023300 WORKING-STORAGE SECTION.                                         02330000
023400 01  WS-WORK-FIELDS.                                              02340000
023500     05 WS-ELF-KEY        PIC X(10)   VALUE SPACES.               02350000
023600     05 WS-GRP-CARD       PIC X(02)   VALUE SPACES.               02360000
023700     05 WS-GROUP-SIZE     PIC 9(02)   VALUE 3.                    02370000
023800     05 WS-I              PIC 9(05)   VALUE ZEROES.               02380000
023900     05 WS-J              PIC 9(05)   VALUE ZEROES.               02390000
024000     05 WS-CNT            PIC 9(05)   VALUE ZEROES.               02400000
024100     05 WS-ELF-SEQ        PIC 9(05)   VALUE ZEROES.               02410000
024200     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               02420000
024300     05 WS-CUR-KEY        PIC X(10)   VALUE SPACES.               02430000
024400     05 WS-CUR-EXP        PIC X(09)   VALUE 'BASE'.               02440000
024500     05 WS-CUR-DEP        PIC 9(06)   VALUE ZEROES.               02450000
024600     05 WS-CUR-RET        PIC 9(06)   VALUE ZEROES.               02460000
024700     05 WS-PENDING-SW     PIC X(01)   VALUE 'N'.                  02470000
024800        88 WS-ELF-PENDING VALUE 'Y'.                              02480000
024900     05 WS-FOUND-SW       PIC X(01)   VALUE 'N'.                  02490000
025000        88 WS-ELF-FOUND   VALUE 'Y'.                              02500000
025100     05 WS-HIT-SW         PIC X(01)   VALUE 'N'.                  02510000
025200        88 WS-HIT         VALUE 'Y'.                              02520000
025300     05 WS-IDX-SW         PIC X(01)   VALUE 'N'.                  02530000
025400        88 WS-IDX-OPEN    VALUE 'Y'.                              02540000
025500     05 WS-MASTER-SW      PIC X(01)   VALUE 'N'.                  02550000
025600        88 WS-ON-MASTER   VALUE 'Y'.                              02560000
025700     05 WS-SACK-NO        PIC 9(05)   VALUE ZEROES.               02570000
025800     05 WS-GRP-NO         PIC 9(05)   VALUE ZEROES.               02580000
025900     05 WS-CAL-EDIT       PIC Z(09)9.                             02590000
026000     05 WS-PAIR-EDIT      PIC ZZZZ9.                              02600000
026100     05 WS-APR-TEXT       PIC X(08)   VALUE SPACES.               02610000
026200     05 WS-DSP-TEXT       PIC X(08)   VALUE SPACES.               02620000
026300     05 WS-DSP-WHO        PIC X(10)   VALUE SPACES.               02630000
026400     05 WS-EXC-CNT        PIC 9(05)   VALUE ZEROES.               02640000
026500                                                                  02650000
026600 01  WS-SYNTH-KEY.                                                02660000
026700     05 WS-SYNTH-KEY-LIT  PIC X(03)   VALUE 'ELF'.                02670000
026800     05 WS-SYNTH-KEY-SEQ  PIC 9(05)   VALUE ZEROES.               02680000
026900     05 FILLER            PIC X(02)   VALUE SPACES.               02690000
027000                                                                  02700000
027100*----------------------------------------------------------------*02710000
027200* THE ELF'S TRANSFER PLAN ROWS, AND ITS SACKS - THE EXCEPTION    *02720000
027300* SWEEP MATCHES ON THE ELF KEY OR ANY OF THESE SACK KEYS         *02730000
027400*----------------------------------------------------------------*02740000
027500 01  WS-XFR-FIELDS.                                               02750000
027600     05 WS-XFR-CNT        PIC 9(04)   VALUE ZEROES.               02760000
027700     05 WS-MAX-XFRS       PIC 9(04)   VALUE 200.                  02770000
027800 01  WS-XFR-TABLE.                                                02780000
027900     05 WS-XFR-ENTRY      OCCURS 200 TIMES.                       02790000
028000        10 WS-XFR-FROM    PIC X(10).                              02800000
028100        10 WS-XFR-TO      PIC X(10).                              02810000
028200        10 WS-XFR-CAL     PIC 9(10).                              02820000
028300        10 WS-XFR-APR     PIC X(01).                              02830000
028400        10 WS-XFR-DISP    PIC X(20).                              02840000
028500 01  WS-SACK-FIELDS.                                              02850000
028600     05 WS-SACK-CNT       PIC 9(04)   VALUE ZEROES.               02860000
028700     05 WS-MAX-SACKS      PIC 9(04)   VALUE 50.                   02870000
028800 01  WS-SACK-TABLE.                                               02880000
028900     05 WS-SACK-KEY       PIC X(10)   OCCURS 50 TIMES.            02890000
029000                                                                  02900000
029100*----------------------------------------------------------------*02910000
029200* DISPOSITIONS IN STORAGE SO EACH EXCEPTION FINDS ITS OWN        *02920000
029300*----------------------------------------------------------------*02930000
029400 01  WS-DSP-FIELDS.                                               02940000
029500     05 WS-DSP-CNT        PIC 9(05)   VALUE ZEROES.               02950000
029600     05 WS-MAX-DSPS       PIC 9(05)   VALUE 5000.                 02960000
029700 01  WS-DSP-TABLE.                                                02970000
029800     05 WS-DSP-ENTRY      OCCURS 5000 TIMES.                      02980000
029900        10 WS-DSP-DATE    PIC 9(08).                              02990000
030000        10 WS-DSP-PGM     PIC X(08).                              03000000
030100        10 WS-DSP-KEY     PIC X(10).                              03010000
030200        10 WS-DSP-STAT    PIC X(01).                              03020000
030300        10 WS-DSP-ASSIGN  PIC X(10).                              03030000
030400                                                                  03040000
030500 01  WS-SWITCHES.                                                 03050000
030600     05 ELF-MST-STATUS    PIC X(02)   VALUE SPACES.               03060000
030700        88 ELF-MST-SUCCESS    VALUE '00'.                         03070000
030800     05 ELF-LOOKUP-STATUS PIC X(02)   VALUE SPACES.               03080000
030900        88 ELF-LOOKUP-SUCCESS VALUE '00'.                         03090000
031000     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               03100000
031100        88 CAL-SUCCESS    VALUE '00'.                             03110000
031200        88 CAL-EOF        VALUE '10'.                             03120000
031300     05 XFR-FILE-STATUS   PIC X(02)   VALUE SPACES.               03130000
031400        88 XFR-SUCCESS    VALUE '00'.                             03140000
031500        88 XFR-EOF        VALUE '10'.                             03150000
031600     05 APR-FILE-STATUS   PIC X(02)   VALUE SPACES.               03160000
031700        88 APR-SUCCESS    VALUE '00'.                             03170000
031800        88 APR-EOF        VALUE '10'.                             03180000
031900     05 PRG-FILE-STATUS   PIC X(02)   VALUE SPACES.               03190000
032000        88 PRG-SUCCESS    VALUE '00'.                             03200000
032100        88 PRG-EOF        VALUE '10'.                             03210000
032200     05 ASG-FILE-STATUS   PIC X(02)   VALUE SPACES.               03220000
032300        88 ASG-SUCCESS    VALUE '00'.                             03230000
032400        88 ASG-EOF        VALUE '10'.                             03240000
032500     05 SACK-LOOKUP-STATUS PIC X(02)  VALUE SPACES.               03250000
032600        88 SACK-LOOKUP-SUCCESS VALUE '00'.                        03260000
032700     05 DTL-FILE-STATUS   PIC X(02)   VALUE SPACES.               03270000
032800        88 DTL-SUCCESS    VALUE '00'.                             03280000
032900        88 DTL-EOF        VALUE '10'.                             03290000
033000     05 ISS-FILE-STATUS   PIC X(02)   VALUE SPACES.               03300000
033100        88 ISS-SUCCESS    VALUE '00'.                             03310000
033200        88 ISS-EOF        VALUE '10'.                             03320000
033300     05 CRW-FILE-STATUS   PIC X(02)   VALUE SPACES.               03330000
033400        88 CRW-SUCCESS    VALUE '00'.                             03340000
033500        88 CRW-EOF        VALUE '10'.                             03350000
033600     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               03360000
033700        88 SEXC-SUCCESS   VALUE '00'.                             03370000
033800        88 SEXC-EOF       VALUE '10'.                             03380000
033900     05 DSP-FILE-STATUS   PIC X(02)   VALUE SPACES.               03390000
034000        88 DSP-SUCCESS    VALUE '00'.                             03400000
034100        88 DSP-EOF        VALUE '10'.                             03410000
034200                                                                  03420000
034300 PROCEDURE DIVISION.                                              03430000
034400                                                                  03440000
034500     PERFORM 0400-READ-SYSIN           THRU 0400-EXIT.            03450000
034600     PERFORM 1000-MASTER-DETAILS       THRU 1000-EXIT.            03460000
034700     PERFORM 2000-CALORIES             THRU 2000-EXIT.            03470000
034800     PERFORM 3000-TRANSFERS            THRU 3000-EXIT.            03480000
034900     PERFORM 4000-RUCKSACKS            THRU 4000-EXIT.            03490000
035000     PERFORM 5000-BADGES               THRU 5000-EXIT.            03500000
035100     PERFORM 6000-CLEANING-PAIR        THRU 6000-EXIT.            03510000
035200     PERFORM 7000-OPEN-EXCEPTIONS      THRU 7000-EXIT.            03520000
035300     DISPLAY '*** END OF PROFILE FOR ' WS-ELF-KEY ' ***'.         03530000
035400     IF NOT WS-ON-MASTER                                          03540000
035500        MOVE 4                TO RETURN-CODE                      03550000
035600     END-IF.                                                      03560000
035700     GOBACK.                                                      03570000
035800                                                                  03580000
035900 0400-READ-SYSIN.                                                 03590000
036000*----------------------------------------------------------------*03600000
036100* TWO SYSIN CARDS: THE ELF KEY, AND OPTIONALLY THE BADGE GROUP   *03610000
036200* SIZE AOCD3PG9 RAN WITH (DEFAULT 3) SO A SACK FINDS ITS GROUP   *03620000
036300*----------------------------------------------------------------*03630000
036400     ACCEPT WS-ELF-KEY.                                           03640000
036500     ACCEPT WS-GRP-CARD.                                          03650000
036600     IF WS-ELF-KEY = SPACES                                       03660000
036700        DISPLAY 'ERROR - NO ELF KEY ON SYSIN'                     03670000
036800        MOVE 16             TO RETURN-CODE                        03680000
036900        GOBACK                                                    03690000
037000     END-IF.                                                      03700000
037100     IF WS-GRP-CARD IS NUMERIC AND WS-GRP-CARD > '00'             03710000
037200        MOVE WS-GRP-CARD      TO WS-GROUP-SIZE                    03720000
037300     END-IF.                                                      03730000
037400     DISPLAY '*** ELF 360 PROFILE FOR ' WS-ELF-KEY ' ***'.        03740000
037500 0400-EXIT.                                                       03750000
037600     EXIT.                                                        03760000
037700                                                                  03770000
037800 1000-MASTER-DETAILS.                                             03780000
037900     DISPLAY ' '.                                                 03790000
038000     DISPLAY 'MASTER (AOCD1MST)'.                                 03800000
038100     OPEN INPUT ELF-MASTER.                                       03810000
038200     IF NOT ELF-MST-SUCCESS                                       03820000
038300        DISPLAY '    NOT AVAILABLE - STATUS ' ELF-MST-STATUS      03830000
038400        GO TO 1000-EXIT                                           03840000
038500     END-IF.                                                      03850000
038600     MOVE WS-ELF-KEY          TO ELF-MST-KEY.                     03860000
038700     READ ELF-MASTER                                              03870000
038800          INVALID KEY                                             03880000
038900             DISPLAY '    NOT ON THE ELF MASTER'                  03890000
039000          NOT INVALID KEY                                         03900000
039100             SET WS-ON-MASTER TO TRUE                             03910000
039200             DISPLAY '    NAME   ' ELF-MST-FULL-NAME              03920000
039300             DISPLAY '    TEAM   ' ELF-MST-TEAM                   03930000
039400             IF ELF-MST-IS-ACTIVE                                 03940000
039500                DISPLAY '    STATUS ACTIVE'                       03950000
039600             ELSE                                                 03960000
039700                DISPLAY '    STATUS INACTIVE (' ELF-MST-ACTIVE ')'03970000
039800             END-IF                                               03980000
039900     END-READ.                                                    03990000
040000     CLOSE ELF-MASTER.                                            04000000
040100 1000-EXIT.                                                       04010000
040200     EXIT.                                                        04020000
040300                                                                  04030000
040400 2000-CALORIES.                                                   04040000
040500     DISPLAY ' '.                                                 04050000
040600     DISPLAY 'CALORIES (AOCD1IDX / AOCDAY1)'.                     04060000
040700     OPEN INPUT ELF-LOOKUP.                                       04070000
040800     IF NOT ELF-LOOKUP-SUCCESS                                    04080000
040900        DISPLAY '    LOOKUP NOT AVAILABLE - STATUS '              04090000
041000                ELF-LOOKUP-STATUS                                 04100000
041100     ELSE                                                         04110000
041200        MOVE WS-ELF-KEY       TO ELF-LOOKUP-KEY                   04120000
041300        READ ELF-LOOKUP                                           04130000
041400             INVALID KEY                                          04140000
041500                DISPLAY '    NO CALORIE TOTAL BOOKED'             04150000
041600             NOT INVALID KEY                                      04160000
041700                MOVE ELF-LOOKUP-TOTAL  TO WS-CAL-EDIT             04170000
041800                DISPLAY '    TOTAL  ' WS-CAL-EDIT                 04180000
041900        END-READ                                                  04190000
042000        CLOSE ELF-LOOKUP                                          04200000
042100     END-IF.                                                      04210000
042200     OPEN INPUT CAL-DATA.                                         04220000
042300     IF NOT CAL-SUCCESS                                           04230000
042400        DISPLAY '    FEED NOT AVAILABLE - STATUS ' CAL-FILE-STATUS04240000
042500        GO TO 2000-EXIT                                           04250000
042600     END-IF.                                                      04260000
042700     PERFORM 2100-READ-FEED   THRU 2100-EXIT                      04270000
042800       UNTIL CAL-EOF OR WS-ELF-FOUND.                             04280000
042900     CLOSE CAL-DATA.                                              04290000
043000     IF NOT WS-ELF-FOUND                                          04300000
043100        DISPLAY '    NOT ON TONIGHT''S CALORIE FEED'              04310000
043200        GO TO 2000-EXIT                                           04320000
043300     END-IF.                                                      04330000
043400     DISPLAY '    EXPEDITION ' WS-CUR-EXP                         04340000
043500             ' DEPARTS ' WS-CUR-DEP ' RETURNS ' WS-CUR-RET.       04350000
043600 2000-EXIT.                                                       04360000
043700     EXIT.                                                        04370000
043800                                                                  04380000
043900 2100-READ-FEED.                                                  04390000
044000*----------------------------------------------------------------*04400000
044100* THE AOCD1PG1 BREAK RULES, SO AN UNNAMED ELF IS FOUND BY ITS    *04410000
044200* ELFNNNNN KEY. THE ELF BELONGS TO THE EXPEDITION IT FIRST       *04420000
044300* APPEARS ON, AS AOCD1PGF ASSESSES IT                            *04430000
044400*----------------------------------------------------------------*04440000
044500     READ CAL-DATA                                                04450000
044600          AT END                                                  04460000
044700             SET CAL-EOF TO TRUE                                  04470000
044800             IF WS-ELF-PENDING                                    04480000
044900                PERFORM 2200-ELF-BREAK  THRU 2200-EXIT            04490000
045000             END-IF                                               04500000
045100          NOT AT END                                              04510000
045200             EVALUATE TRUE                                        04520000
045300                 WHEN TRL-IS-TRAILER                              04530000
045400                      CONTINUE                                    04540000
045500                 WHEN HDR-IS-EXPEDITION                           04550000
045600                  AND HDR-EXP-ID NOT = SPACES                     04560000
045700                      MOVE HDR-EXP-ID     TO WS-CUR-EXP           04570000
045800                      MOVE ZEROES         TO WS-CUR-DEP WS-CUR-RET04580000
045900                      IF HDR-EXP-DATE IS NUMERIC                  04590000
046000                         MOVE HDR-EXP-DATE TO WS-CUR-DEP          04600000
046100                      END-IF                                      04610000
046200                      IF HDR-RET-DATE IS NUMERIC                  04620000
046300                         MOVE HDR-RET-DATE TO WS-CUR-RET          04630000
046400                      END-IF                                      04640000
046500                 WHEN CALORIES = SPACES                           04650000
046600                      PERFORM 2200-ELF-BREAK  THRU 2200-EXIT      04660000
046700                 WHEN OTHER                                       04670000
046800                      SET WS-ELF-PENDING TO TRUE                  04680000
046900                      IF WS-ELF-NAME NOT = SPACES                 04690000
047000                         MOVE WS-ELF-NAME TO WS-CUR-ELF           04700000
047100                      END-IF                                      04710000
047200             END-EVALUATE                                         04720000
047300     END-READ.                                                    04730000
047400 2100-EXIT.                                                       04740000
047500     EXIT.                                                        04750000
047600                                                                  04760000
047700 2200-ELF-BREAK.                                                  04770000
047800     ADD 1                    TO WS-ELF-SEQ.                      04780000
047900     IF WS-CUR-ELF NOT = SPACES                                   04790000
048000        MOVE WS-CUR-ELF       TO WS-CUR-KEY                       04800000
048100     ELSE                                                         04810000
048200        MOVE WS-ELF-SEQ       TO WS-SYNTH-KEY-SEQ                 04820000
048300        MOVE WS-SYNTH-KEY     TO WS-CUR-KEY                       04830000
048400     END-IF.                                                      04840000
048500     MOVE SPACES              TO WS-CUR-ELF.                      04850000
048600     MOVE 'N'                 TO WS-PENDING-SW.                   04860000
048700     IF WS-CUR-KEY = WS-ELF-KEY                                   04870000
048800        SET WS-ELF-FOUND      TO TRUE                             04880000
048900     END-IF.                                                      04890000
049000 2200-EXIT.                                                       04900000
049100     EXIT.                                                        04910000
049200                                                                  04920000
049300 3000-TRANSFERS.                                                  04930000
049400*----------------------------------------------------------------*04940000
049500* EVERY PLAN ROW THE ELF IS ON, WITH THE QUARTERMASTER'S FLAG    *04950000
049600* FROM AOCD1APR AND THE DISPOSITION AOCD1PG9 GAVE IT ON THE      *04960000
049700* POSTING REGISTER. NO REGISTER LINE YET MEANS STILL PENDING     *04970000
049800*----------------------------------------------------------------*04980000
049900     DISPLAY ' '.                                                 04990000
050000     DISPLAY 'RATION TRANSFERS (AOCD1XFR / AOCD1APR / AOCD1PRG)'. 05000000
050100     OPEN INPUT XFR-FILE.                                         05010000
050200     IF NOT XFR-SUCCESS                                           05020000
050300        DISPLAY '    NO TRANSFER PLAN - STATUS ' XFR-FILE-STATUS  05030000
050400        GO TO 3000-EXIT                                           05040000
050500     END-IF.                                                      05050000
050600     PERFORM UNTIL XFR-EOF                                        05060000
050700        READ XFR-FILE                                             05070000
050800             AT END                                               05080000
050900                SET XFR-EOF TO TRUE                               05090000
051000             NOT AT END                                           05100000
051100                IF (XFR-FROM-ELF = WS-ELF-KEY                     05110000
051200                    OR XFR-TO-ELF = WS-ELF-KEY)                   05120000
051300                   AND WS-XFR-CNT < WS-MAX-XFRS                   05130000
051400                   ADD 1         TO WS-XFR-CNT                    05140000
051500                   MOVE XFR-FROM-ELF  TO WS-XFR-FROM(WS-XFR-CNT)  05150000
051600                   MOVE XFR-TO-ELF    TO WS-XFR-TO(WS-XFR-CNT)    05160000
051700                   MOVE XFR-CALORIES  TO WS-XFR-CAL(WS-XFR-CNT)   05170000
051800                   MOVE SPACE         TO WS-XFR-APR(WS-XFR-CNT)   05180000
051900                   MOVE 'PENDING POSTING'                         05190000
052000                                      TO WS-XFR-DISP(WS-XFR-CNT)  05200000
052100                END-IF                                            05210000
052200        END-READ                                                  05220000
052300     END-PERFORM.                                                 05230000
052400     CLOSE XFR-FILE.                                              05240000
052500     IF WS-XFR-CNT = ZEROES                                       05250000
052600        DISPLAY '    NONE PLANNED'                                05260000
052700        GO TO 3000-EXIT                                           05270000
052800     END-IF.                                                      05280000
052900     OPEN INPUT APR-FILE.                                         05290000
053000     IF APR-SUCCESS                                               05300000
053100        PERFORM UNTIL APR-EOF                                     05310000
053200           READ APR-FILE                                          05320000
053300                AT END                                            05330000
053400                   SET APR-EOF TO TRUE                            05340000
053500                NOT AT END                                        05350000
053600                   PERFORM 3100-MATCH-APPROVAL  THRU 3100-EXIT    05360000
053700           END-READ                                               05370000
053800        END-PERFORM                                               05380000
053900        CLOSE APR-FILE                                            05390000
054000     END-IF.                                                      05400000
054100     OPEN INPUT PRG-RPT.                                          05410000
054200     IF PRG-SUCCESS                                               05420000
054300        PERFORM UNTIL PRG-EOF                                     05430000
054400           READ PRG-RPT                                           05440000
054500                AT END                                            05450000
054600                   SET PRG-EOF TO TRUE                            05460000
054700                NOT AT END                                        05470000
054800                   PERFORM 3200-MATCH-REGISTER  THRU 3200-EXIT    05480000
054900           END-READ                                               05490000
055000        END-PERFORM                                               05500000
055100        CLOSE PRG-RPT                                             05510000
055200     END-IF.                                                      05520000
055300     DISPLAY '    FROM        TO            CALORIES  APPROVAL  ' 05530000
055400             'DISPOSITION'.                                       05540000
055500     PERFORM VARYING WS-I FROM 1 BY 1                             05550000
055600               UNTIL WS-I > WS-XFR-CNT                            05560000
055700        MOVE WS-XFR-CAL(WS-I) TO WS-CAL-EDIT                      05570000
055800        EVALUATE WS-XFR-APR(WS-I)                                 05580000
055900            WHEN 'A'                                              05590000
056000                 MOVE 'APPROVED' TO WS-APR-TEXT                   05600000
056100            WHEN 'R'                                              05610000
056200                 MOVE 'REFUSED'  TO WS-APR-TEXT                   05620000
056300            WHEN SPACE                                            05630000
056400                 MOVE 'NONE'     TO WS-APR-TEXT                   05640000
056500            WHEN OTHER                                            05650000
056600                 MOVE 'INVALID'  TO WS-APR-TEXT                   05660000
056700        END-EVALUATE                                              05670000
056800        DISPLAY '    ' WS-XFR-FROM(WS-I) '  ' WS-XFR-TO(WS-I)     05680000
056900                '  ' WS-CAL-EDIT '  ' WS-APR-TEXT                 05690000
057000                '  ' WS-XFR-DISP(WS-I)                            05700000
057100     END-PERFORM.                                                 05710000
057200 3000-EXIT.                                                       05720000
057300     EXIT.                                                        05730000
057400                                                                  05740000
057500 3100-MATCH-APPROVAL.                                             05750000
057600     MOVE 'N'                 TO WS-HIT-SW.                       05760000
057700     PERFORM VARYING WS-I FROM 1 BY 1                             05770000
057800               UNTIL WS-I > WS-XFR-CNT OR WS-HIT                  05780000
057900        IF APR-FROM-ELF = WS-XFR-FROM(WS-I)                       05790000
058000           AND APR-TO-ELF = WS-XFR-TO(WS-I)                       05800000
058100           AND APR-CALORIES = WS-XFR-CAL(WS-I)                    05810000
058200           AND WS-XFR-APR(WS-I) = SPACE                           05820000
058300           MOVE APR-FLAG      TO WS-XFR-APR(WS-I)                 05830000
058400           SET WS-HIT         TO TRUE                             05840000
058500        END-IF                                                    05850000
058600     END-PERFORM.                                                 05860000
058700 3100-EXIT.                                                       05870000
058800     EXIT.                                                        05880000
058900                                                                  05890000
059000 3200-MATCH-REGISTER.                                             05900000
059100     IF PRG-FROM-ELF = SPACES AND PRG-TO-ELF = SPACES             05910000
059200        GO TO 3200-EXIT                                           05920000
059300     END-IF.                                                      05930000
059400     MOVE 'N'                 TO WS-HIT-SW.                       05940000
059500     PERFORM VARYING WS-I FROM 1 BY 1                             05950000
059600               UNTIL WS-I > WS-XFR-CNT OR WS-HIT                  05960000
059700        IF PRG-FROM-ELF = WS-XFR-FROM(WS-I)                       05970000
059800           AND PRG-TO-ELF = WS-XFR-TO(WS-I)                       05980000
059900           AND PRG-CALORIES = WS-XFR-CAL(WS-I)                    05990000
060000           AND WS-XFR-DISP(WS-I) = 'PENDING POSTING'              06000000
060100           MOVE PRG-TEXT      TO WS-XFR-DISP(WS-I)                06010000
060200           SET WS-HIT         TO TRUE                             06020000
060300        END-IF                                                    06030000
060400     END-PERFORM.                                                 06040000
060500 3200-EXIT.                                                       06050000
060600     EXIT.                                                        06060000
060700                                                                  06070000
060800 4000-RUCKSACKS.                                                  06080000
060900     DISPLAY ' '.                                                 06090000
061000     DISPLAY 'RUCKSACKS (AOCD3ASG / AOCD3IDX / AOCD3DTL)'.        06100000
061100     OPEN INPUT ASG-FILE.                                         06110000
061200     IF NOT ASG-SUCCESS                                           06120000
061300        DISPLAY '    NO SACK ASSIGNMENTS - STATUS '               06130000
061400                ASG-FILE-STATUS                                   06140000
061500        GO TO 4000-EXIT                                           06150000
061600     END-IF.                                                      06160000
061700     PERFORM UNTIL ASG-EOF                                        06170000
061800        READ ASG-FILE                                             06180000
061900             AT END                                               06190000
062000                SET ASG-EOF TO TRUE                               06200000
062100             NOT AT END                                           06210000
062200                IF ASG-ELF-KEY = WS-ELF-KEY                       06220000
062300                   AND ASG-SACK-KEY NOT = SPACES                  06230000
062400                   AND WS-SACK-CNT < WS-MAX-SACKS                 06240000
062500                   ADD 1         TO WS-SACK-CNT                   06250000
062600                   MOVE ASG-SACK-KEY  TO WS-SACK-KEY(WS-SACK-CNT) 06260000
062700                END-IF                                            06270000
062800        END-READ                                                  06280000
062900     END-PERFORM.                                                 06290000
063000     CLOSE ASG-FILE.                                              06300000
063100     IF WS-SACK-CNT = ZEROES                                      06310000
063200        DISPLAY '    NO SACK ASSIGNED'                            06320000
063300        GO TO 4000-EXIT                                           06330000
063400     END-IF.                                                      06340000
063500     OPEN INPUT SACK-LOOKUP.                                      06350000
063600     IF SACK-LOOKUP-SUCCESS                                       06360000
063700        SET WS-IDX-OPEN       TO TRUE                             06370000
063800     ELSE                                                         06380000
063900        DISPLAY '    SACK INDEX NOT AVAILABLE - STATUS '          06390000
064000                SACK-LOOKUP-STATUS                                06400000
064100     END-IF.                                                      06410000
064200     PERFORM VARYING WS-J FROM 1 BY 1                             06420000
064300               UNTIL WS-J > WS-SACK-CNT                           06430000
064400        PERFORM 4100-SHOW-SACK  THRU 4100-EXIT                    06440000
064500     END-PERFORM.                                                 06450000
064600     IF WS-IDX-OPEN                                               06460000
064700        CLOSE SACK-LOOKUP                                         06470000
064800     END-IF.                                                      06480000
064900 4000-EXIT.                                                       06490000
065000     EXIT.                                                        06500000
065100                                                                  06510000
065200 4100-SHOW-SACK.                                                  06520000
065300*----------------------------------------------------------------*06530000
065400* THE SACK NUMBER IS THE SEQUENCE IN THE SACKNNNNN KEY - IT IS   *06540000
065500* THE DTL-SACK-NO OF THE COMPARTMENT DETAIL LINE                 *06550000
065600*----------------------------------------------------------------*06560000
065700     DISPLAY '    SACK   ' WS-SACK-KEY(WS-J).                     06570000
065800     IF WS-IDX-OPEN                                               06580000
065900        MOVE WS-SACK-KEY(WS-J) TO SACK-LOOKUP-KEY                 06590000
066000        READ SACK-LOOKUP                                          06600000
066100             INVALID KEY                                          06610000
066200                DISPLAY '    CONTENTS NOT ON AOCD3IDX'            06620000
066300             NOT INVALID KEY                                      06630000
066400                DISPLAY '    CONTENTS ' SACK-LOOKUP-TEXT(1:55)    06640000
066500                IF SACK-LOOKUP-TEXT(56:25) NOT = SPACES           06650000
066600                   DISPLAY '             ' SACK-LOOKUP-TEXT(56:25)06660000
066700                END-IF                                            06670000
066800        END-READ                                                  06680000
066900     END-IF.                                                      06690000
067000     MOVE ZEROES              TO WS-SACK-NO.                      06700000
067100     IF WS-SACK-KEY(WS-J)(1:4) = 'SACK'                           06710000
067200        AND WS-SACK-KEY(WS-J)(5:5) IS NUMERIC                     06720000
067300        MOVE WS-SACK-KEY(WS-J)(5:5)  TO WS-SACK-NO                06730000
067400     END-IF.                                                      06740000
067500     IF WS-SACK-NO = ZEROES                                       06750000
067600        DISPLAY '    COMPARTMENTS NOT KNOWN - NOT A SACKNNNNN KEY'06760000
067700        GO TO 4100-EXIT                                           06770000
067800     END-IF.                                                      06780000
067900     MOVE 'N'                 TO WS-HIT-SW.                       06790000
068000     OPEN INPUT DTL-RPT.                                          06800000
068100     IF NOT DTL-SUCCESS                                           06810000
068200        DISPLAY '    COMPARTMENT DETAIL NOT AVAILABLE - STATUS '  06820000
068300                DTL-FILE-STATUS                                   06830000
068400        GO TO 4100-EXIT                                           06840000
068500     END-IF.                                                      06850000
068600     PERFORM UNTIL DTL-EOF OR WS-HIT                              06860000
068700        READ DTL-RPT                                              06870000
068800             AT END                                               06880000
068900                SET DTL-EOF TO TRUE                               06890000
069000             NOT AT END                                           06900000
069100                IF DTL-SACK-NO = WS-SACK-NO                       06910000
069200                   SET WS-HIT    TO TRUE                          06920000
069300                   DISPLAY '    COMPARTMENTS SHARE ITEM ' DTL-ITEM06930000
069400                           ' PRIORITY ' DTL-PRTY                  06940000
069500                END-IF                                            06950000
069600        END-READ                                                  06960000
069700     END-PERFORM.                                                 06970000
069800     CLOSE DTL-RPT.                                               06980000
069900     IF NOT WS-HIT                                                06990000
070000        DISPLAY '    NO COMPARTMENT RESULT - SEE AOCD3REJ'        07000000
070100     END-IF.                                                      07010000
070200 4100-EXIT.                                                       07020000
070300     EXIT.                                                        07030000
070400                                                                  07040000
070500 5000-BADGES.                                                     07050000
070600*----------------------------------------------------------------*07060000
070700* BADGES ARE ISSUED PER GROUP OF SACKS IN AOCDAY3 ORDER, SO THE  *07070000
070800* SACK NUMBER AND THE GROUP SIZE GIVE THE GROUP NUMBER           *07080000
070900*----------------------------------------------------------------*07090000
071000     DISPLAY ' '.                                                 07100000
071100     DISPLAY 'BADGE SERIALS (AOCD3ISS)'.                          07110000
071200     IF WS-SACK-CNT = ZEROES                                      07120000
071300        DISPLAY '    NO SACK - NO BADGE GROUP'                    07130000
071400        GO TO 5000-EXIT                                           07140000
071500     END-IF.                                                      07150000
071600     OPEN INPUT ISS-FILE.                                         07160000
071700     IF NOT ISS-SUCCESS                                           07170000
071800        DISPLAY '    REGISTER NOT AVAILABLE - STATUS '            07180000
071900                ISS-FILE-STATUS                                   07190000
072000        GO TO 5000-EXIT                                           07200000
072100     END-IF.                                                      07210000
072200     MOVE ZEROES              TO WS-CNT.                          07220000
072300     PERFORM UNTIL ISS-EOF                                        07230000
072400        READ ISS-FILE                                             07240000
072500             AT END                                               07250000
072600                SET ISS-EOF TO TRUE                               07260000
072700             NOT AT END                                           07270000
072800                PERFORM 5100-MATCH-BADGE  THRU 5100-EXIT          07280000
072900        END-READ                                                  07290000
073000     END-PERFORM.                                                 07300000
073100     CLOSE ISS-FILE.                                              07310000
073200     IF WS-CNT = ZEROES                                           07320000
073300        DISPLAY '    NO SERIAL ISSUED TO THE GROUP'               07330000
073400     END-IF.                                                      07340000
073500 5000-EXIT.                                                       07350000
073600     EXIT.                                                        07360000
073700                                                                  07370000
073800 5100-MATCH-BADGE.                                                07380000
073900     MOVE 'N'                 TO WS-HIT-SW.                       07390000
074000     PERFORM VARYING WS-J FROM 1 BY 1                             07400000
074100               UNTIL WS-J > WS-SACK-CNT OR WS-HIT                 07410000
074200        MOVE ZEROES           TO WS-GRP-NO                        07420000
074300        IF WS-SACK-KEY(WS-J)(1:4) = 'SACK'                        07430000
074400           AND WS-SACK-KEY(WS-J)(5:5) IS NUMERIC                  07440000
074500           MOVE WS-SACK-KEY(WS-J)(5:5)  TO WS-SACK-NO             07450000
074600           COMPUTE WS-GRP-NO =                                    07460000
074700                   (WS-SACK-NO - 1) / WS-GROUP-SIZE + 1           07470000
074800        END-IF                                                    07480000
074900        IF WS-GRP-NO > ZEROES AND ISS-GRP-NO = WS-GRP-NO          07490000
075000           ADD 1              TO WS-CNT                           07500000
075100           SET WS-HIT         TO TRUE                             07510000
075200           IF ISS-ACTIVE                                          07520000
075300              DISPLAY '    SERIAL ' ISS-SERIAL ' GROUP '          07530000
075400                      ISS-GRP-NO ' ITEM ' ISS-ITEM                07540000
075500                      ' ISSUED ' ISS-ISSUE-DATE ' ACTIVE'         07550000
075600           ELSE                                                   07560000
075700              DISPLAY '    SERIAL ' ISS-SERIAL ' GROUP '          07570000
075800                      ISS-GRP-NO ' ITEM ' ISS-ITEM                07580000
075900                      ' ISSUED ' ISS-ISSUE-DATE ' VOIDED'         07590000
076000           END-IF                                                 07600000
076100        END-IF                                                    07610000
076200     END-PERFORM.                                                 07620000
076300 5100-EXIT.                                                       07630000
076400     EXIT.                                                        07640000
076500                                                                  07650000
076600 6000-CLEANING-PAIR.                                              07660000
076700     DISPLAY ' '.                                                 07670000
076800     DISPLAY 'CLEANING PAIR (AOCD4CRW)'.                          07680000
076900     OPEN INPUT CRW-FILE.                                         07690000
077000     IF NOT CRW-SUCCESS                                           07700000
077100        DISPLAY '    NO PAIR CREW FILE - STATUS ' CRW-FILE-STATUS 07710000
077200        GO TO 6000-EXIT                                           07720000
077300     END-IF.                                                      07730000
077400     MOVE ZEROES              TO WS-CNT.                          07740000
077500     PERFORM UNTIL CRW-EOF                                        07750000
077600        READ CRW-FILE                                             07760000
077700             AT END                                               07770000
077800                SET CRW-EOF TO TRUE                               07780000
077900             NOT AT END                                           07790000
078000                IF CRW-ELF-1 = WS-ELF-KEY                         07800000
078100                   ADD 1         TO WS-CNT                        07810000
078200                   MOVE CRW-PAIR TO WS-PAIR-EDIT                  07820000
078300                   DISPLAY '    PAIR ' WS-PAIR-EDIT               07830000
078400                           ' FIRST RANGE  - PARTNER ' CRW-ELF-2   07840000
078500                END-IF                                            07850000
078600                IF CRW-ELF-2 = WS-ELF-KEY                         07860000
078700                   ADD 1         TO WS-CNT                        07870000
078800                   MOVE CRW-PAIR TO WS-PAIR-EDIT                  07880000
078900                   DISPLAY '    PAIR ' WS-PAIR-EDIT               07890000
079000                           ' SECOND RANGE - PARTNER ' CRW-ELF-1   07900000
079100                END-IF                                            07910000
079200        END-READ                                                  07920000
079300     END-PERFORM.                                                 07930000
079400     CLOSE CRW-FILE.                                              07940000
079500     IF WS-CNT = ZEROES                                           07950000
079600        DISPLAY '    NOT IN A CLEANING PAIR'                      07960000
079700     END-IF.                                                      07970000
079800 6000-EXIT.                                                       07980000
079900     EXIT.                                                        07990000
080000                                                                  08000000
080100 7000-OPEN-EXCEPTIONS.                                            08010000
080200*----------------------------------------------------------------*08020000
080300* AN EXCEPTION IS OPEN UNLESS AOCDXDSP CLOSES IT, THE SAME RULE  *08030000
080400* AS THE AOCDEXCD AGING REPORT                                   *08040000
080500*----------------------------------------------------------------*08050000
080600     DISPLAY ' '.                                                 08060000
080700     DISPLAY 'OPEN EXCEPTIONS (AOCDSEXC / AOCDXDSP)'.             08070000
080800     OPEN INPUT DSP-FILE.                                         08080000
080900     IF DSP-SUCCESS                                               08090000
081000        PERFORM UNTIL DSP-EOF                                     08100000
081100           READ DSP-FILE                                          08110000
081200                AT END                                            08120000
081300                   SET DSP-EOF TO TRUE                            08130000
081400                NOT AT END                                        08140000
081500                   IF WS-DSP-CNT < WS-MAX-DSPS                    08150000
081600                      ADD 1      TO WS-DSP-CNT                    08160000
081700                      MOVE DSP-RUN-DATE TO WS-DSP-DATE(WS-DSP-CNT)08170000
081800                      MOVE DSP-PGM      TO WS-DSP-PGM(WS-DSP-CNT) 08180000
081900                      MOVE DSP-REC-KEY  TO WS-DSP-KEY(WS-DSP-CNT) 08190000
082000                      MOVE DSP-STATUS   TO WS-DSP-STAT(WS-DSP-CNT)08200000
082100                      MOVE DSP-ASSIGNED-TO                        08210000
082200                        TO WS-DSP-ASSIGN(WS-DSP-CNT)              08220000
082300                   END-IF                                         08230000
082400           END-READ                                               08240000
082500        END-PERFORM                                               08250000
082600        CLOSE DSP-FILE                                            08260000
082700     END-IF.                                                      08270000
082800     OPEN INPUT SUITE-EXC.                                        08280000
082900     IF NOT SEXC-SUCCESS                                          08290000
083000        DISPLAY '    NO EXCEPTION FILE - STATUS ' SEXC-FILE-STATUS08300000
083100        GO TO 7000-EXIT                                           08310000
083200     END-IF.                                                      08320000
083300     PERFORM UNTIL SEXC-EOF                                       08330000
083400        READ SUITE-EXC                                            08340000
083500             AT END                                               08350000
083600                SET SEXC-EOF TO TRUE                              08360000
083700             NOT AT END                                           08370000
083800                PERFORM 7100-CHECK-ONE-EXC  THRU 7100-EXIT        08380000
083900        END-READ                                                  08390000
084000     END-PERFORM.                                                 08400000
084100     CLOSE SUITE-EXC.                                             08410000
084200     IF WS-EXC-CNT = ZEROES                                       08420000
084300        DISPLAY '    NONE OPEN'                                   08430000
084400     END-IF.                                                      08440000
084500 7000-EXIT.                                                       08450000
084600     EXIT.                                                        08460000
084700                                                                  08470000
084800 7100-CHECK-ONE-EXC.                                              08480000
084900     MOVE 'N'                 TO WS-HIT-SW.                       08490000
085000     IF EXC-REC-KEY = WS-ELF-KEY                                  08500000
085100        SET WS-HIT            TO TRUE                             08510000
085200     END-IF.                                                      08520000
085300     PERFORM VARYING WS-J FROM 1 BY 1                             08530000
085400               UNTIL WS-J > WS-SACK-CNT OR WS-HIT                 08540000
085500        IF EXC-REC-KEY = WS-SACK-KEY(WS-J)                        08550000
085600           SET WS-HIT         TO TRUE                             08560000
085700        END-IF                                                    08570000
085800     END-PERFORM.                                                 08580000
085900     IF NOT WS-HIT                                                08590000
086000        GO TO 7100-EXIT                                           08600000
086100     END-IF.                                                      08610000
086200     MOVE 'OPEN'              TO WS-DSP-TEXT.                     08620000
086300     MOVE SPACES              TO WS-DSP-WHO.                      08630000
086400     MOVE 'N'                 TO WS-HIT-SW.                       08640000
086500     PERFORM VARYING WS-I FROM 1 BY 1                             08650000
086600               UNTIL WS-I > WS-DSP-CNT OR WS-HIT                  08660000
086700        IF WS-DSP-DATE(WS-I) = EXC-RUN-DATE                       08670000
086800           AND WS-DSP-PGM(WS-I) = EXC-PGM                         08680000
086900           AND WS-DSP-KEY(WS-I) = EXC-REC-KEY                     08690000
087000           EVALUATE WS-DSP-STAT(WS-I)                             08700000
087100               WHEN 'C'                                           08710000
087200                    MOVE 'CLOSED'   TO WS-DSP-TEXT                08720000
087300               WHEN 'R'                                           08730000
087400                    MOVE 'INREPAIR' TO WS-DSP-TEXT                08740000
087500               WHEN OTHER                                         08750000
087600                    MOVE 'OPEN'     TO WS-DSP-TEXT                08760000
087700           END-EVALUATE                                           08770000
087800           MOVE WS-DSP-ASSIGN(WS-I) TO WS-DSP-WHO                 08780000
087900           SET WS-HIT         TO TRUE                             08790000
088000        END-IF                                                    08800000
088100     END-PERFORM.                                                 08810000
088200     IF WS-DSP-TEXT = 'CLOSED'                                    08820000
088300        GO TO 7100-EXIT                                           08830000
088400     END-IF.                                                      08840000
088500     ADD 1                    TO WS-EXC-CNT.                      08850000
088600     DISPLAY '    ' EXC-RUN-DATE ' ' EXC-PGM ' ' EXC-REC-KEY      08860000
088700             ' ' EXC-REASON ' ' WS-DSP-TEXT ' ' WS-DSP-WHO.       08870000
088800 7100-EXIT.                                                       08880000
088900     EXIT.                                                        08890000
