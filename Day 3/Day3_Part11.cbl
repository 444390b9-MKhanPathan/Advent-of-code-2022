000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 11                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PURCHASE ORDER GENERATION. AOCD3PG7 PRODUCES THE PRIORITIZED  *00040000
000500*  BUY LIST ON AOCD3PPL BUT PURCHASING STILL WROTE THE ORDERS    *00050000
000600*  BY HAND, SO THE SUPPLIER REFERENCE ON A RECEIPT MATCHED       *00060000
000700*  NOTHING. EACH PLAN LINE IS NOW PRICED FROM THE AOCD3SUP       *00070000
000800*  SUPPLIER MASTER - THE FIRST ROW FOR AN ITEM IS ITS SUPPLIER - *00080000
000900*  RAISED TO THE SUPPLIER'S MINIMUM ORDER QUANTITY AND DUE AFTER *00090000
001000*  ITS LEAD TIME. LINES FOR THE SAME SUPPLIER SHARE ONE NUMBERED *00100000
001100*  PURCHASE ORDER, EVERY LINE IS ADDED TO THE AOCD3OPO OPEN-PO   *00110000
001200*  FILE FOR AOCD3PG6 TO RECEIVE AGAINST, AND THE AOCD3POR        *00120000
001300*  REGISTER PRINTS EACH ORDER. AN ITEM STILL OUTSTANDING ON AN   *00130000
001400*  EARLIER ORDER IS NOT ORDERED TWICE; AN ITEM WITH NO SUPPLIER  *00140000
001500*  IS LISTED AND WRITTEN TO AOCDSEXC                             *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD3PGB.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* THE PURCHASE PLAN AOCD3PG7 WRITES, PRIORITY 1 FIRST            *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT PPL-RPT      ASSIGN TO AOCD3PPL                       00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS PPL-FILE-STATUS.                       00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* SUPPLIER MASTER - ITEM, SUPPLIER, UNIT COST, LEAD TIME IN      *00330000
003400* DAYS AND MINIMUM ORDER QUANTITY                                *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT SUP-FILE     ASSIGN TO AOCD3SUP                       00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS SUP-FILE-STATUS.                       00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200* OPEN-PO FILE - ONE ROW PER PURCHASE ORDER LINE, CARRIED        *00420000
004300* FORWARD RUN TO RUN AND REWRITTEN WHOLE AT END OF RUN           *00430000
004400*----------------------------------------------------------------*00440000
004500     SELECT OPO-FILE     ASSIGN TO AOCD3OPO                       00450000
004600        ORGANIZATION    IS SEQUENTIAL                             00460000
004700         ACCESS MODE    IS SEQUENTIAL                             00470000
004800         FILE STATUS    IS OPO-FILE-STATUS.                       00480000
004900                                                                  00490000
005000*----------------------------------------------------------------*00500000
005100* PURCHASE ORDER REGISTER - EACH NEW ORDER WITH ITS LINES        *00510000
005200*----------------------------------------------------------------*00520000
005300     SELECT POR-RPT      ASSIGN TO AOCD3POR                       00530000
005400        ORGANIZATION    IS SEQUENTIAL                             00540000
005500         ACCESS MODE    IS SEQUENTIAL                             00550000
005600         FILE STATUS    IS POR-FILE-STATUS.                       00560000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900* SHARED SUITE EXCEPTION FILE - UNSOURCED ITEMS LAND HERE        *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS SEXC-FILE-STATUS.                      00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00670000
006800*----------------------------------------------------------------*00680000
006900     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00690000
007000        ORGANIZATION    IS SEQUENTIAL                             00700000
007100         ACCESS MODE    IS SEQUENTIAL                             00710000
007200         FILE STATUS    IS HIST-FILE-STATUS.                      00720000
007300                                                                  00730000
007400 DATA DIVISION.                                                   00740000
007500 FILE SECTION.                                                    00750000
007600 FD  PPL-RPT.                                                     00760000
007700 01  PPL-REC.                                                     00770000
007800     05 PPL-PRIORITY    PIC 9(01).                                00780000
007900     05 FILLER          PIC X(02).                                00790000
008000     05 PPL-ITEM        PIC X(01).                                00800000
008100     05 FILLER          PIC X(02).                                00810000
008200     05 PPL-BUY-QTY     PIC 9(07).                                00820000
008300     05 FILLER          PIC X(02).                                00830000
008400     05 PPL-ON-HAND     PIC 9(05).                                00840000
008500     05 FILLER          PIC X(02).                                00850000
008600     05 PPL-REORDER-PT  PIC 9(05).                                00860000
008700     05 FILLER          PIC X(02).                                00870000
008800     05 PPL-FORECAST    PIC 9(07).                                00880000
008900     05 FILLER          PIC X(02).                                00890000
009000     05 PPL-OPEN-RCPTS  PIC 9(07).                                00900000
009100     05 FILLER          PIC X(02).                                00910000
009200     05 PPL-NEED-BY     PIC 9(06).                                00920000
009300     05 FILLER          PIC X(26).                                00930000
009400                                                                  00940000
009500 FD  SUP-FILE.                                                    00950000
009600 01  SUP-REC.                                                     00960000
009700     05 SUP-ITEM         PIC X(01).                               00970000
009800     05 FILLER           PIC X(01).                               00980000
009900     05 SUP-SUPPLIER     PIC X(10).                               00990000
010000     05 FILLER           PIC X(01).                               01000000
010100     05 SUP-UNIT-COST    PIC 9(05)V99.                            01010000
010200     05 FILLER           PIC X(01).                               01020000
010300     05 SUP-LEAD-DAYS    PIC 9(03).                               01030000
010400     05 FILLER           PIC X(01).                               01040000
010500     05 SUP-MIN-QTY      PIC 9(07).                               01050000
010600     05 FILLER           PIC X(48).                               01060000
010700                                                                  01070000
010800 FD  OPO-FILE.                                                    01080000
010900 01  OPO-REC.                                                     01090000
011000     05 OPO-PO-NUMBER    PIC 9(06).                               01100000
011100     05 FILLER           PIC X(01).                               01110000
011200     05 OPO-LINE-NO      PIC 9(02).                               01120000
011300     05 FILLER           PIC X(01).                               01130000
011400     05 OPO-SUPPLIER     PIC X(10).                               01140000
011500     05 FILLER           PIC X(01).                               01150000
011600     05 OPO-ITEM         PIC X(01).                               01160000
011700     05 FILLER           PIC X(01).                               01170000
011800     05 OPO-ORDER-QTY    PIC 9(07).                               01180000
011900     05 FILLER           PIC X(01).                               01190000
012000     05 OPO-RECEIVED-QTY PIC 9(07).                               01200000
012100     05 FILLER           PIC X(01).                               01210000
012200     05 OPO-UNIT-COST    PIC 9(05)V99.                            01220000
012300     05 FILLER           PIC X(01).                               01230000
012400     05 OPO-ORDER-DATE   PIC 9(06).                               01240000
012500     05 FILLER           PIC X(01).                               01250000
012600     05 OPO-DUE-DATE     PIC 9(06).                               01260000
012700     05 FILLER           PIC X(01).                               01270000
012800*----------------------------------------------------------------*01280000
012900* O OPEN, P PART RECEIVED, C RECEIVED IN FULL, V OVER-RECEIVED   *01290000
013000*----------------------------------------------------------------*01300000
013100     05 OPO-STATUS       PIC X(01).                               01310000
013200        88 OPO-OUTSTANDING            VALUE 'O' 'P'.              01320000
013300     05 FILLER           PIC X(01).                               01330000
013400     05 OPO-LAST-RCPT    PIC 9(06).                               01340000
013500     05 FILLER           PIC X(11).                               01350000
013600                                                                  01360000
013700*----------------------------------------------------------------*01370000
013800* REGISTER LINES - ORDER HEADING, ONE LINE PER ORDER LINE AND    *01380000
013900* THE ORDER TOTAL                                                *01390000
014000*----------------------------------------------------------------*01400000
014100 FD  POR-RPT.                                                     01410000
014200 01  POR-REC              PIC X(80).                              01420000
014300 01  POR-HDR-LINE.                                                01430000
014400     05 POR-PO-LIT        PIC X(15).                              01440000
014500     05 POR-PO-NUMBER     PIC 9(06).                              01450000
014600     05 FILLER            PIC X(02).                              01460000
014700     05 POR-SUP-LIT       PIC X(09).                              01470000
014800     05 POR-SUPPLIER      PIC X(10).                              01480000
014900     05 FILLER            PIC X(02).                              01490000
015000     05 POR-ORD-LIT       PIC X(08).                              01500000
015100     05 POR-ORDER-DATE    PIC 9(06).                              01510000
015200     05 FILLER            PIC X(22).                              01520000
015300 01  POR-DTL-LINE.                                                01530000
015400     05 FILLER            PIC X(02).                              01540000
015500     05 POR-LINE-NO       PIC 9(02).                              01550000
015600     05 FILLER            PIC X(02).                              01560000
015700     05 POR-ITEM          PIC X(01).                              01570000
015800     05 FILLER            PIC X(02).                              01580000
015900     05 POR-QTY           PIC ZZZ,ZZ9.                            01590000
016000     05 FILLER            PIC X(02).                              01600000
016100     05 POR-UNIT-COST     PIC ZZ,ZZ9.99.                          01610000
016200     05 FILLER            PIC X(02).                              01620000
016300     05 POR-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.                   01630000
016400     05 FILLER            PIC X(02).                              01640000
016500     05 POR-DUE-DATE      PIC 9(06).                              01650000
016600     05 FILLER            PIC X(02).                              01660000
016700     05 POR-NEED-BY       PIC 9(06).                              01670000
016800     05 FILLER            PIC X(02).                              01680000
016900     05 POR-NOTE          PIC X(17).                              01690000
017000 01  POR-TOT-LINE.                                                01700000
017100     05 POR-TOT-LABEL     PIC X(27).                              01710000
017200     05 FILLER            PIC X(02).                              01720000
017300     05 POR-TOT-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.99.                   01730000
017400     05 FILLER            PIC X(35).                              01740000
017500                                                                  01750000
017600 FD  SUITE-EXC.                                                   01760000
017700     COPY AOCDEXC.                                                01770000
017800                                                                  01780000
017900 FD  AUD-HIST                                                     01790000
018000     DATA RECORD IS AUD-HIST-REC.                                 01800000
018100 01  AUD-HIST-REC.                                                01810000
018200     05 HIST-DATE            PIC 9(08).                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 HIST-TIME            PIC 9(06).                           01840000
018500     05 FILLER               PIC X(02).                           01850000
018600     05 HIST-PGM             PIC X(08).                           01860000
018700     05 FILLER               PIC X(02).                           01870000
018800     05 HIST-OUTPUT          PIC X(40).                           01880000
018801     05 FILLER               PIC X(02).                           01880100
018802     05 HIST-VERSION         PIC X(08).                           01880200
018900                                                                  01890000
019000 WORKING-STORAGE SECTION.                                         01900000
019100 01  WS-WORK-FIELDS.                                              01910000
019200     05 WS-I              PIC 9(03)   VALUE ZEROES.               01920000
019300     05 WS-J              PIC 9(03)   VALUE ZEROES.               01930000
019400     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-PPL-CNT        PIC 9(05)   VALUE ZEROES.               01950000
019600     05 WS-ONORD-CNT      PIC 9(05)   VALUE ZEROES.               01960000
019700     05 WS-NOSUP-CNT      PIC 9(05)   VALUE ZEROES.               01970000
019800     05 WS-PO-CNT         PIC 9(05)   VALUE ZEROES.               01980000
019900     05 WS-LAST-PO        PIC 9(06)   VALUE ZEROES.               01990000
020000     05 WS-LINE-NO        PIC 9(02)   VALUE ZEROES.               02000000
020100     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               02010000
020150     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02015000
020200     05 WS-RUN-DATE-INT   PIC 9(08)   VALUE ZEROES.               02020000
020300     05 WS-DUE-INT        PIC 9(08)   VALUE ZEROES.               02030000
020400     05 WS-DUE-DATE       PIC 9(08)   VALUE ZEROES.               02040000
020500     05 WS-LINE-VALUE     PIC 9(11)V99 VALUE ZEROES.              02050000
020600     05 WS-PO-VALUE       PIC 9(11)V99 VALUE ZEROES.              02060000
020700     05 WS-RUN-VALUE      PIC 9(11)V99 VALUE ZEROES.              02070000
020800     05 WS-ONORD-SW       PIC X(01)   VALUE 'N'.                  02080000
020900        88 WS-ALREADY-ON-ORDER VALUE 'Y'.                         02090000
021000                                                                  02100000
021100*----------------------------------------------------------------*02110000
021200* THE SUPPLIER MASTER IN STORAGE - THE FIRST ROW LOADED FOR AN   *02120000
021300* ITEM IS THE ONE ORDERED FROM                                   *02130000
021400*----------------------------------------------------------------*02140000
021500 01  WS-SUP-FIELDS.                                               02150000
021600     05 WS-SUP-CNT        PIC 9(03)   VALUE ZEROES.               02160000
021700     05 WS-MAX-SUPS       PIC 9(03)   VALUE 200.                  02170000
021800 01  WS-SUP-TABLE.                                                02180000
021900     05 WS-SUP-ENTRY      OCCURS 200 TIMES.                       02190000
022000        10 WS-SUP-ITEM    PIC X(01).                              02200000
022100        10 WS-SUP-SUPPLIER PIC X(10).                             02210000
022200        10 WS-SUP-COST    PIC 9(05)V99.                           02220000
022300        10 WS-SUP-LEAD    PIC 9(03).                              02230000
022400        10 WS-SUP-MIN     PIC 9(07).                              02240000
022500                                                                  02250000
022600*----------------------------------------------------------------*02260000
022700* THE OPEN-PO FILE LOADED TO STORAGE, WITH THIS RUN'S NEW        *02270000
022800* LINES ADDED BEHIND IT BEFORE IT IS REWRITTEN                   *02280000
022900*----------------------------------------------------------------*02290000
023000 01  WS-OPO-FIELDS.                                               02300000
023100     05 WS-OPO-CNT        PIC 9(03)   VALUE ZEROES.               02310000
023200     05 WS-MAX-OPOS       PIC 9(03)   VALUE 500.                  02320000
023300     05 WS-OPO-FIRST-NEW  PIC 9(03)   VALUE ZEROES.               02330000
023400 01  WS-OPO-TABLE.                                                02340000
023500     05 WS-OPO-ROW        PIC X(80)   OCCURS 500 TIMES.           02350000
023600                                                                  02360000
023700*----------------------------------------------------------------*02370000
023800* THIS RUN'S ORDER LINES BEFORE THEY ARE NUMBERED - ONE PER      *02380000
023900* PLAN LINE THAT HAS A SUPPLIER AND IS NOT ALREADY ON ORDER      *02390000
024000*----------------------------------------------------------------*02400000
024100 01  WS-NEW-FIELDS.                                               02410000
024200     05 WS-NEW-CNT        PIC 9(03)   VALUE ZEROES.               02420000
024300     05 WS-MAX-NEWS       PIC 9(03)   VALUE 100.                  02430000
024400 01  WS-NEW-TABLE.                                                02440000
024500     05 WS-NEW-ENTRY      OCCURS 100 TIMES.                       02450000
024600        10 WS-NEW-SUPPLIER PIC X(10).                             02460000
024700        10 WS-NEW-ITEM    PIC X(01).                              02470000
024800        10 WS-NEW-QTY     PIC 9(07).                              02480000
024900        10 WS-NEW-COST    PIC 9(05)V99.                           02490000
025000        10 WS-NEW-DUE     PIC 9(06).                              02500000
025100        10 WS-NEW-NEED-BY PIC 9(06).                              02510000
025200        10 WS-NEW-NOTE    PIC X(17).                              02520000
025300        10 WS-NEW-PO      PIC 9(06).                              02530000
025400                                                                  02540000
025500 01  WS-SWITCHES.                                                 02550000
025600     05 PPL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02560000
025700        88 PPL-SUCCESS    VALUE '00'.                             02570000
025800        88 PPL-EOF        VALUE '10'.                             02580000
025900     05 SUP-FILE-STATUS   PIC X(02)   VALUE SPACES.               02590000
026000        88 SUP-SUCCESS    VALUE '00'.                             02600000
026100        88 SUP-EOF        VALUE '10'.                             02610000
026200     05 OPO-FILE-STATUS   PIC X(02)   VALUE SPACES.               02620000
026300        88 OPO-SUCCESS    VALUE '00'.                             02630000
026400        88 OPO-EOF        VALUE '10'.                             02640000
026500     05 POR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02650000
026600        88 POR-SUCCESS    VALUE '00'.                             02660000
026700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02670000
026800        88 SEXC-SUCCESS   VALUE '00'.                             02680000
026900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02690000
027000        88 HIST-SUCCESS   VALUE '00'.                             02700000
027100                                                                  02710000
027200 01  WS-HIST-FIELDS.                                              02720000
027300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02730000
027400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02740000
027500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02750000
027501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02750100
027600                                                                  02760000
027700 PROCEDURE DIVISION.                                              02770000
027800                                                                  02780000
027900     ACCEPT WS-RUN-DATE      FROM DATE.                           02790000
027950     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02795000
028000     COMPUTE WS-RUN-DATE-INT = 20000000 + WS-RUN-DATE.            02800000
028100     PERFORM 0500-LOAD-SUPPLIERS       THRU 0500-EXIT.            02810000
028200     PERFORM 0600-LOAD-OPEN-POS        THRU 0600-EXIT.            02820000
028300     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02830000
028400     PERFORM 2000-READ-PLAN            THRU 2000-EXIT             02840000
028500       UNTIL PPL-EOF.                                             02850000
028600     PERFORM 3000-NUMBER-ORDERS        THRU 3000-EXIT.            02860000
028700     PERFORM 4000-REWRITE-OPEN-POS     THRU 4000-EXIT.            02870000
028800     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            02880000
028900     CLOSE PPL-RPT.                                               02890000
029000     CLOSE POR-RPT.                                               02900000
029100     CLOSE SUITE-EXC.                                             02910000
029200     IF WS-NOSUP-CNT > ZEROES                                     02920000
029300        MOVE 4                TO RETURN-CODE                      02930000
029400     END-IF.                                                      02940000
029500     STRING 'PURCHASE ORDERS RAISED ' DELIMITED BY SIZE           02950000
029600        WS-PO-CNT DELIMITED BY SIZE                               02960000
029700        ' LINES ' DELIMITED BY SIZE                               02970000
029800        WS-NEW-CNT DELIMITED BY SIZE                              02980000
029900        INTO WS-HIST-MSG.                                         02990000
030000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03000000
030100     GOBACK.                                                      03010000
030200                                                                  03020000
030300 0500-LOAD-SUPPLIERS.                                             03030000
030400     OPEN INPUT SUP-FILE.                                         03040000
030500     IF NOT SUP-SUCCESS                                           03050000
030600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3SUP, FILE STATUS: '  03060000
030700                SUP-FILE-STATUS                                   03070000
030800        MOVE 16             TO RETURN-CODE                        03080000
030900        MOVE 'UNABLE TO OPEN SUPPLIER MASTER'  TO WS-HIST-MSG     03090000
031000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03100000
031100        GOBACK                                                    03110000
031200     END-IF.                                                      03120000
031300     PERFORM UNTIL SUP-EOF                                        03130000
031400        READ SUP-FILE                                             03140000
031500             AT END                                               03150000
031600                SET SUP-EOF TO TRUE                               03160000
031700             NOT AT END                                           03170000
031800                IF WS-SUP-CNT < WS-MAX-SUPS                       03180000
031900                   AND SUP-ITEM NOT = SPACE                       03190000
032000                   AND SUP-SUPPLIER NOT = SPACES                  03200000
032100                   AND SUP-UNIT-COST IS NUMERIC                   03210000
032200                   AND SUP-LEAD-DAYS IS NUMERIC                   03220000
032300                   AND SUP-MIN-QTY IS NUMERIC                     03230000
032400                   ADD 1 TO WS-SUP-CNT                            03240000
032500                   MOVE SUP-ITEM      TO WS-SUP-ITEM(WS-SUP-CNT)  03250000
032600                   MOVE SUP-SUPPLIER                              03260000
032700                               TO WS-SUP-SUPPLIER(WS-SUP-CNT)     03270000
032800                   MOVE SUP-UNIT-COST TO WS-SUP-COST(WS-SUP-CNT)  03280000
032900                   MOVE SUP-LEAD-DAYS TO WS-SUP-LEAD(WS-SUP-CNT)  03290000
033000                   MOVE SUP-MIN-QTY   TO WS-SUP-MIN(WS-SUP-CNT)   03300000
033100                ELSE                                              03310000
033200                   DISPLAY 'SUPPLIER ROW DROPPED: ' SUP-ITEM      03320000
033300                           ' ' SUP-SUPPLIER                       03330000
033400                END-IF                                            03340000
033500        END-READ                                                  03350000
033600     END-PERFORM.                                                 03360000
033700     CLOSE SUP-FILE.                                              03370000
033800 0500-EXIT.                                                       03380000
033900     EXIT.                                                        03390000
034000                                                                  03400000
034100 0600-LOAD-OPEN-POS.                                              03410000
034200*----------------------------------------------------------------*03420000
034300* NO OPEN-PO FILE YET MEANS NO ORDER HAS BEEN RAISED, SO         *03430000
034400* NUMBERING STARTS AT 000001. OTHERWISE THE NEXT NUMBER          *03440000
034500* FOLLOWS THE HIGHEST ONE ON FILE                                *03450000
034600*----------------------------------------------------------------*03460000
034700     OPEN INPUT OPO-FILE.                                         03470000
034800     IF NOT OPO-SUCCESS                                           03480000
034900        DISPLAY 'NO OPEN-PO FILE - FIRST ORDERS START AT 000001'  03490000
035000        GO TO 0600-EXIT                                           03500000
035100     END-IF.                                                      03510000
035200     PERFORM UNTIL OPO-EOF                                        03520000
035300        READ OPO-FILE                                             03530000
035400             AT END                                               03540000
035500                SET OPO-EOF TO TRUE                               03550000
035600             NOT AT END                                           03560000
035700                IF OPO-PO-NUMBER IS NUMERIC                       03570000
035800                   AND WS-OPO-CNT < WS-MAX-OPOS                   03580000
035900                   ADD 1         TO WS-OPO-CNT                    03590000
036000                   MOVE OPO-REC  TO WS-OPO-ROW(WS-OPO-CNT)        03600000
036100                   IF OPO-PO-NUMBER > WS-LAST-PO                  03610000
036200                      MOVE OPO-PO-NUMBER  TO WS-LAST-PO           03620000
036300                   END-IF                                         03630000
036400                ELSE                                              03640000
036500                   DISPLAY 'OPEN-PO ROW DROPPED: ' OPO-PO-NUMBER  03650000
036600                END-IF                                            03660000
036700        END-READ                                                  03670000
036800     END-PERFORM.                                                 03680000
036900     CLOSE OPO-FILE.                                              03690000
037000 0600-EXIT.                                                       03700000
037100     EXIT.                                                        03710000
037200                                                                  03720000
037300 1000-OPEN-FILES.                                                 03730000
037400     OPEN INPUT PPL-RPT.                                          03740000
037500     IF NOT PPL-SUCCESS                                           03750000
037600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3PPL, FILE STATUS: '  03760000
037700                PPL-FILE-STATUS                                   03770000
037800        MOVE 16             TO RETURN-CODE                        03780000
037900        MOVE 'UNABLE TO OPEN PURCHASE PLAN'  TO WS-HIST-MSG       03790000
038000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03800000
038100        GOBACK                                                    03810000
038200     END-IF.                                                      03820000
038300     OPEN OUTPUT POR-RPT.                                         03830000
038400     OPEN EXTEND SUITE-EXC.                                       03840000
038500     MOVE SPACES              TO POR-REC.                         03850000
038600     STRING 'PURCHASE ORDER REGISTER - RUN ' DELIMITED BY SIZE    03860000
038700        WS-RUN-DATE DELIMITED BY SIZE                             03870000
038800        INTO POR-REC.                                             03880000
038900     WRITE POR-REC.                                               03890000
039000 1000-EXIT.                                                       03900000
039100     EXIT.                                                        03910000
039200                                                                  03920000
039300 2000-READ-PLAN.                                                  03930000
039400     READ PPL-RPT                                                 03940000
039500          AT END                                                  03950000
039600             SET PPL-EOF TO TRUE                                  03960000
039700          NOT AT END                                              03970000
039800             ADD 1                 TO WS-PPL-CNT                  03980000
039900             PERFORM 2100-PRICE-ONE-LINE  THRU 2100-EXIT          03990000
040000     END-READ.                                                    04000000
040100 2000-EXIT.                                                       04010000
040200     EXIT.                                                        04020000
040300                                                                  04030000
040400 2100-PRICE-ONE-LINE.                                             04040000
040500     IF PPL-BUY-QTY NOT NUMERIC OR PPL-BUY-QTY = ZEROES           04050000
040600        GO TO 2100-EXIT                                           04060000
040700     END-IF.                                                      04070000
040800*----------------------------------------------------------------*04080000
040900* AN ITEM STILL OUTSTANDING ON AN EARLIER ORDER IS ALREADY       *04090000
041000* COMING - ORDERING IT AGAIN IS HOW DOUBLE STOCK GETS BOUGHT     *04100000
041100*----------------------------------------------------------------*04110000
041200     MOVE 'N'                 TO WS-ONORD-SW.                     04120000
041300     PERFORM VARYING WS-I FROM 1 BY 1                             04130000
041400               UNTIL WS-I > WS-OPO-CNT                            04140000
041500        MOVE WS-OPO-ROW(WS-I) TO OPO-REC                          04150000
041600        IF OPO-ITEM = PPL-ITEM                                    04160000
041700           AND OPO-OUTSTANDING                                    04170000
041800           SET WS-ALREADY-ON-ORDER  TO TRUE                       04180000
041900        END-IF                                                    04190000
042000     END-PERFORM.                                                 04200000
042100     IF WS-ALREADY-ON-ORDER                                       04210000
042200        ADD 1                 TO WS-ONORD-CNT                     04220000
042300        MOVE SPACES           TO POR-REC                          04230000
042400        STRING '  ITEM ' DELIMITED BY SIZE                        04240000
042500           PPL-ITEM DELIMITED BY SIZE                             04250000
042600           ' ALREADY ON AN OPEN ORDER - NOT ORDERED AGAIN'        04260000
042700              DELIMITED BY SIZE                                   04270000
042800           INTO POR-REC                                           04280000
042900        WRITE POR-REC                                             04290000
043000        GO TO 2100-EXIT                                           04300000
043100     END-IF.                                                      04310000
043200     MOVE ZEROES              TO WS-SLOT.                         04320000
043300     PERFORM VARYING WS-I FROM 1 BY 1                             04330000
043400               UNTIL WS-I > WS-SUP-CNT                            04340000
043500                  OR WS-SLOT > ZEROES                             04350000
043600        IF WS-SUP-ITEM(WS-I) = PPL-ITEM                           04360000
043700           MOVE WS-I             TO WS-SLOT                       04370000
043800        END-IF                                                    04380000
043900     END-PERFORM.                                                 04390000
044000     IF WS-SLOT = ZEROES                                          04400000
044100        PERFORM 2500-WRITE-NO-SUPPLIER  THRU 2500-EXIT            04410000
044200        GO TO 2100-EXIT                                           04420000
044300     END-IF.                                                      04430000
044400     IF WS-NEW-CNT NOT < WS-MAX-NEWS                              04440000
044500        DISPLAY 'ORDER LINE CAPACITY (100) EXCEEDED - ITEM '      04450000
044600                PPL-ITEM                                          04460000
044700        GO TO 2100-EXIT                                           04470000
044800     END-IF.                                                      04480000
044900     ADD 1                    TO WS-NEW-CNT.                      04490000
045000     INITIALIZE               WS-NEW-ENTRY(WS-NEW-CNT).           04500000
045100     MOVE WS-SUP-SUPPLIER(WS-SLOT)                                04510000
045200                              TO WS-NEW-SUPPLIER(WS-NEW-CNT).     04520000
045300     MOVE PPL-ITEM            TO WS-NEW-ITEM(WS-NEW-CNT).         04530000
045400     MOVE WS-SUP-COST(WS-SLOT)      TO WS-NEW-COST(WS-NEW-CNT).   04540000
045500     MOVE PPL-NEED-BY         TO WS-NEW-NEED-BY(WS-NEW-CNT).      04550000
045600     IF PPL-BUY-QTY < WS-SUP-MIN(WS-SLOT)                         04560000
045700        MOVE WS-SUP-MIN(WS-SLOT)    TO WS-NEW-QTY(WS-NEW-CNT)     04570000
045800        MOVE 'RAISED TO MINIMUM'    TO WS-NEW-NOTE(WS-NEW-CNT)    04580000
045900     ELSE                                                         04590000
046000        MOVE PPL-BUY-QTY      TO WS-NEW-QTY(WS-NEW-CNT)           04600000
046100     END-IF.                                                      04610000
046200     COMPUTE WS-DUE-INT =                                         04620000
046300        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-INT)                 04630000
046400      + WS-SUP-LEAD(WS-SLOT).                                     04640000
046500     COMPUTE WS-DUE-DATE =                                        04650000
046600        FUNCTION DATE-OF-INTEGER(WS-DUE-INT).                     04660000
046700     MOVE WS-DUE-DATE(3:6)    TO WS-NEW-DUE(WS-NEW-CNT).          04670000
046800*----------------------------------------------------------------*04680000
046900* A LEAD TIME THAT LANDS AFTER THE PLAN'S NEED-BY DATE IS        *04690000
047000* STILL ORDERED, BUT FLAGGED SO PURCHASING CAN CHASE IT          *04700000
047100*----------------------------------------------------------------*04710000
047200     IF WS-NEW-DUE(WS-NEW-CNT) > PPL-NEED-BY                      04720000
047300        AND PPL-NEED-BY > ZEROES                                  04730000
047400        MOVE 'DUE AFTER NEED-BY'    TO WS-NEW-NOTE(WS-NEW-CNT)    04740000
047500     END-IF.                                                      04750000
047600 2100-EXIT.                                                       04760000
047700     EXIT.                                                        04770000
047800                                                                  04780000
047900 2500-WRITE-NO-SUPPLIER.                                          04790000
048000     ADD 1                    TO WS-NOSUP-CNT.                    04800000
048100     INITIALIZE               SUITE-EXC-REC.                      04810000
048200     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    04820000
048300     MOVE 'AOCD3PGB'          TO EXC-PGM.                         04830000
048400     MOVE PPL-ITEM            TO EXC-REC-KEY.                     04840000
048500     MOVE 'NOSUPPLR'          TO EXC-REASON.                      04850000
048600     MOVE PPL-REC             TO EXC-RAW-DATA.                    04860000
048700     WRITE SUITE-EXC-REC.                                         04870000
048800     MOVE SPACES              TO POR-REC.                         04880000
048900     STRING '  ITEM ' DELIMITED BY SIZE                           04890000
049000        PPL-ITEM DELIMITED BY SIZE                                04900000
049100        ' HAS NO SUPPLIER ON AOCD3SUP - NOT ORDERED'              04910000
049200           DELIMITED BY SIZE                                      04920000
049300        INTO POR-REC.                                             04930000
049400     WRITE POR-REC.                                               04940000
049500     DISPLAY 'NO SUPPLIER FOR ITEM ' PPL-ITEM                     04950000
049600             ' - BUY QTY ' PPL-BUY-QTY ' NOT ORDERED'.            04960000
049700 2500-EXIT.                                                       04970000
049800     EXIT.                                                        04980000
049900                                                                  04990000
050000 3000-NUMBER-ORDERS.                                              05000000
050100*----------------------------------------------------------------*05010000
050200* EVERY LINE FOR THE SAME SUPPLIER GOES ON ONE ORDER, NUMBERED   *05020000
050300* IN THE ORDER ITS SUPPLIER FIRST APPEARS ON THE PLAN - SO THE   *05030000
050400* MOST URGENT SUPPLIER'S ORDER CARRIES THE LOWEST NUMBER         *05040000
050500*----------------------------------------------------------------*05050000
050600     MOVE WS-OPO-CNT          TO WS-OPO-FIRST-NEW.                05060000
050700     ADD 1                    TO WS-OPO-FIRST-NEW.                05070000
050800     PERFORM VARYING WS-I FROM 1 BY 1                             05080000
050900               UNTIL WS-I > WS-NEW-CNT                            05090000
051000        IF WS-NEW-PO(WS-I) = ZEROES                               05100000
051100           PERFORM 3100-RAISE-ONE-ORDER  THRU 3100-EXIT           05110000
051200        END-IF                                                    05120000
051300     END-PERFORM.                                                 05130000
051400 3000-EXIT.                                                       05140000
051500     EXIT.                                                        05150000
051600                                                                  05160000
051700 3100-RAISE-ONE-ORDER.                                            05170000
051800     ADD 1                    TO WS-LAST-PO.                      05180000
051900     ADD 1                    TO WS-PO-CNT.                       05190000
052000     MOVE ZEROES              TO WS-LINE-NO.                      05200000
052100     MOVE ZEROES              TO WS-PO-VALUE.                     05210000
052200     MOVE SPACES              TO POR-REC.                         05220000
052300     MOVE 'PURCHASE ORDER '   TO POR-PO-LIT.                      05230000
052400     MOVE WS-LAST-PO          TO POR-PO-NUMBER.                   05240000
052500     MOVE 'SUPPLIER '         TO POR-SUP-LIT.                     05250000
052600     MOVE WS-NEW-SUPPLIER(WS-I)  TO POR-SUPPLIER.                 05260000
052700     MOVE 'ORDERED '          TO POR-ORD-LIT.                     05270000
052800     MOVE WS-RUN-DATE         TO POR-ORDER-DATE.                  05280000
052900     WRITE POR-HDR-LINE.                                          05290000
053000     MOVE SPACES              TO POR-REC.                         05300000
053100     MOVE '  LN  I      QTY   UNIT COST             VALUE  DUE'   05310000
053200                              TO POR-REC(1:52).                   05320000
053300     MOVE '   NEED-BY'        TO POR-REC(53:10).                  05330000
053400     WRITE POR-REC.                                               05340000
053500     PERFORM VARYING WS-J FROM WS-I BY 1                          05350000
053600               UNTIL WS-J > WS-NEW-CNT                            05360000
053700        IF WS-NEW-SUPPLIER(WS-J) = WS-NEW-SUPPLIER(WS-I)          05370000
053800           AND WS-NEW-PO(WS-J) = ZEROES                           05380000
053900           PERFORM 3200-ADD-ORDER-LINE  THRU 3200-EXIT            05390000
054000        END-IF                                                    05400000
054100     END-PERFORM.                                                 05410000
054200     MOVE SPACES              TO POR-REC.                         05420000
054300     MOVE '  ORDER TOTAL'     TO POR-TOT-LABEL.                   05430000
054400     MOVE WS-PO-VALUE         TO POR-TOT-VALUE.                   05440000
054500     WRITE POR-TOT-LINE.                                          05450000
054600     DISPLAY 'PURCHASE ORDER ' WS-LAST-PO ' SUPPLIER '            05460000
054700             WS-NEW-SUPPLIER(WS-I) ' LINES ' WS-LINE-NO.          05470000
054800 3100-EXIT.                                                       05480000
054900     EXIT.                                                        05490000
055000                                                                  05500000
055100 3200-ADD-ORDER-LINE.                                             05510000
055200     MOVE WS-LAST-PO          TO WS-NEW-PO(WS-J).                 05520000
055300     ADD 1                    TO WS-LINE-NO.                      05530000
055400     COMPUTE WS-LINE-VALUE = WS-NEW-QTY(WS-J)                     05540000
055500                           * WS-NEW-COST(WS-J).                   05550000
055600     ADD WS-LINE-VALUE        TO WS-PO-VALUE.                     05560000
055700     ADD WS-LINE-VALUE        TO WS-RUN-VALUE.                    05570000
055800     IF WS-OPO-CNT < WS-MAX-OPOS                                  05580000
055900        INITIALIZE            OPO-REC                             05590000
056000        MOVE WS-LAST-PO       TO OPO-PO-NUMBER                    05600000
056100        MOVE WS-LINE-NO       TO OPO-LINE-NO                      05610000
056200        MOVE WS-NEW-SUPPLIER(WS-J)  TO OPO-SUPPLIER               05620000
056300        MOVE WS-NEW-ITEM(WS-J)      TO OPO-ITEM                   05630000
056400        MOVE WS-NEW-QTY(WS-J)       TO OPO-ORDER-QTY              05640000
056500        MOVE ZEROES           TO OPO-RECEIVED-QTY                 05650000
056600        MOVE WS-NEW-COST(WS-J)      TO OPO-UNIT-COST              05660000
056700        MOVE WS-RUN-DATE      TO OPO-ORDER-DATE                   05670000
056800        MOVE WS-NEW-DUE(WS-J) TO OPO-DUE-DATE                     05680000
056900        MOVE 'O'              TO OPO-STATUS                       05690000
057000        MOVE ZEROES           TO OPO-LAST-RCPT                    05700000
057100        ADD 1                 TO WS-OPO-CNT                       05710000
057200        MOVE OPO-REC          TO WS-OPO-ROW(WS-OPO-CNT)           05720000
057300     ELSE                                                         05730000
057400        DISPLAY 'OPEN-PO CAPACITY (500) EXCEEDED - LOST '         05740000
057500                WS-LAST-PO ' ' WS-NEW-ITEM(WS-J)                  05750000
057600        MOVE 8                TO RETURN-CODE                      05760000
057700     END-IF.                                                      05770000
057800     MOVE SPACES              TO POR-REC.                         05780000
057900     MOVE WS-LINE-NO          TO POR-LINE-NO.                     05790000
058000     MOVE WS-NEW-ITEM(WS-J)   TO POR-ITEM.                        05800000
058100     MOVE WS-NEW-QTY(WS-J)    TO POR-QTY.                         05810000
058200     MOVE WS-NEW-COST(WS-J)   TO POR-UNIT-COST.                   05820000
058300     MOVE WS-LINE-VALUE       TO POR-VALUE.                       05830000
058400     MOVE WS-NEW-DUE(WS-J)    TO POR-DUE-DATE.                    05840000
058500     MOVE WS-NEW-NEED-BY(WS-J)   TO POR-NEED-BY.                  05850000
058600     MOVE WS-NEW-NOTE(WS-J)   TO POR-NOTE.                        05860000
058700     WRITE POR-DTL-LINE.                                          05870000
058800 3200-EXIT.                                                       05880000
058900     EXIT.                                                        05890000
059000                                                                  05900000
059100 4000-REWRITE-OPEN-POS.                                           05910000
059200     IF WS-NEW-CNT = ZEROES                                       05920000
059300        GO TO 4000-EXIT                                           05930000
059400     END-IF.                                                      05940000
059500     OPEN OUTPUT OPO-FILE.                                        05950000
059600     PERFORM VARYING WS-I FROM 1 BY 1                             05960000
059700               UNTIL WS-I > WS-OPO-CNT                            05970000
059800        MOVE WS-OPO-ROW(WS-I) TO OPO-REC                          05980000
059900        WRITE OPO-REC                                             05990000
060000     END-PERFORM.                                                 06000000
060100     CLOSE OPO-FILE.                                              06010000
060200 4000-EXIT.                                                       06020000
060300     EXIT.                                                        06030000
060400                                                                  06040000
060500 5000-WRITE-TOTALS.                                               06050000
060600     MOVE SPACES              TO POR-REC.                         06060000
060700     STRING 'PLAN LINES READ ' DELIMITED BY SIZE                  06070000
060800        WS-PPL-CNT DELIMITED BY SIZE                              06080000
060900        '  ORDERS RAISED ' DELIMITED BY SIZE                      06090000
061000        WS-PO-CNT DELIMITED BY SIZE                               06100000
061100        '  ORDER LINES ' DELIMITED BY SIZE                        06110000
061200        WS-NEW-CNT DELIMITED BY SIZE                              06120000
061300        INTO POR-REC.                                             06130000
061400     WRITE POR-REC.                                               06140000
061500     MOVE SPACES              TO POR-REC.                         06150000
061600     STRING 'ALREADY ON ORDER ' DELIMITED BY SIZE                 06160000
061700        WS-ONORD-CNT DELIMITED BY SIZE                            06170000
061800        '  NO SUPPLIER ' DELIMITED BY SIZE                        06180000
061900        WS-NOSUP-CNT DELIMITED BY SIZE                            06190000
062000        INTO POR-REC.                                             06200000
062100     WRITE POR-REC.                                               06210000
062200     MOVE SPACES              TO POR-REC.                         06220000
062300     MOVE 'VALUE OF ORDERS RAISED'  TO POR-TOT-LABEL.             06230000
062400     MOVE WS-RUN-VALUE        TO POR-TOT-VALUE.                   06240000
062500     WRITE POR-TOT-LINE.                                          06250000
062600     DISPLAY 'PLAN LINES READ: ' WS-PPL-CNT                       06260000
062700             ' ORDERS: ' WS-PO-CNT                                06270000
062800             ' LINES: ' WS-NEW-CNT                                06280000
062900             ' ON ORDER: ' WS-ONORD-CNT                           06290000
063000             ' NO SUPPLIER: ' WS-NOSUP-CNT.                       06300000
063100 5000-EXIT.                                                       06310000
063200     EXIT.                                                        06320000
063300                                                                  06330000
063400*----------------------------------------------------------------*06340000
063500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06350000
063600*----------------------------------------------------------------*06360000
063700 9800-WRITE-AUDIT-HIST.                                           06370000
063800     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06380000
063900     ACCEPT WS-HIST-TIME FROM TIME.                               06390000
064000     OPEN EXTEND AUD-HIST.                                        06400000
064100     INITIALIZE AUD-HIST-REC.                                     06410000
064200     MOVE WS-HIST-DATE          TO HIST-DATE.                     06420000
064300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06430000
064400     MOVE 'AOCD3PGB'            TO HIST-PGM.                      06440000
064401     MOVE WS-HIST-VER           TO HIST-VERSION.                  06440100
064500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06450000
064600     WRITE AUD-HIST-REC.                                          06460000
064700     CLOSE AUD-HIST.                                              06470000
064800 9800-EXIT.                                                       06480000
064900     EXIT.                                                        06490000
