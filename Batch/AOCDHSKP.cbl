003100         FILE STATUS    IS NEW-FILE-STATUS.                       00310000
003200                                                                  00320000
120100*----------------------------------------------------------------*12010000
120200* THE SAME THREE DD NAMES AGAIN AS 78-BYTE FILES - FORMAT H      *12020000
120300* OPENS THESE INSTEAD, BECAUSE AOCDHST IS A 78-LRECL DATASET     *12030000
120400* AND AN 80-BYTE FD CANNOT OPEN IT. ONLY ONE SET OF THE TWO      *12040000
120500* IS EVER OPEN IN A RUN                                          *12050000
120600*----------------------------------------------------------------*12060000
121900         ACCESS MODE    IS SEQUENTIAL                             12190000
122000         FILE STATUS    IS NEW-FILE-STATUS.                       12200000
122100                                                                  12210000
135000*----------------------------------------------------------------*13500000
135100* LEGAL AND AUDIT HOLDS FROM AOCDHOLD (MAINTAINED BY AOCDHOLD)   *13510000
135200* AND THE KEPT-BACK REPORT OF WHAT THOSE HOLDS STOPPED MOVING    *13520000
135300*----------------------------------------------------------------*13530000
135400     SELECT HOLD-FILE   ASSIGN TO AOCDHOLD                        13540000
135500        ORGANIZATION    IS SEQUENTIAL                             13550000
135600         ACCESS MODE    IS SEQUENTIAL                             13560000
135700         FILE STATUS    IS HOLD-FILE-STATUS.                      13570000
135800                                                                  13580000
135900     SELECT KBK-RPT     ASSIGN TO AOCDHKBK                        13590000
136000        ORGANIZATION    IS SEQUENTIAL                             13600000
136100         ACCESS MODE    IS SEQUENTIAL                             13610000
136200         FILE STATUS    IS KBK-FILE-STATUS.                       13620000
136300                                                                  13630000
003300*----------------------------------------------------------------*00330000
003400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN     *  00340000
003500*----------------------------------------------------------------*00350000
004100 FILE SECTION.                                                    00410000
004200*----------------------------------------------------------------*00420000
004300* EVERY FILE THIS UTILITY TRIMS CARRIES ITS RUN DATE IN THE      *00430000
004400* LEADING COLUMNS - EIGHT DIGITS (YYYYMMDD) ON THE TREND,        *00440000
004500* LEADERBOARD AND AUDIT FILES, SIX ONLY ON AN OLD ARCHIVE -      *00450000
004600* SO THE RECORD IS CARRIED GENERICALLY, THE DATE REDEFINED OUT   *00460000
004700*----------------------------------------------------------------*00470000
004800 FD  LIVE-FILE.                                                   00480000
004900 01  LIVE-REC.                                                    00490000
006000 FD  NEW-FILE.                                                    00600000
006100 01  NEW-REC               PIC X(80).                             00610000
122200 FD  LIVE-FILE-H.                                                 12220000
122300 01  LIVE-REC-H            PIC X(78).                             12230000
122400                                                                  12240000
122500 FD  ARCH-FILE-H.                                                 12250000
122600 01  ARCH-REC-H            PIC X(78).                             12260000
122700                                                                  12270000
122800 FD  NEW-FILE-H.                                                  12280000
122900 01  NEW-REC-H             PIC X(78).                             12290000
123000                                                                  12300000
136500 FD  HOLD-FILE.                                                   13650000
136600     COPY AOCDHLD.                                                13660000
136700                                                                  13670000
136800 FD  KBK-RPT.                                                     13680000
136900 01  KBK-REC.                                                     13690000
137000     05 KBK-FILE          PIC X(08).                              13700000
137100     05 FILLER            PIC X(02).                              13710000
137200     05 KBK-REF           PIC X(12).                              13720000
137300     05 FILLER            PIC X(02).                              13730000
137400     05 KBK-FROM-DATE     PIC 9(08).                              13740000
137500     05 FILLER            PIC X(02).                              13750000
137600     05 KBK-TO-DATE       PIC 9(08).                              13760000
137700     05 FILLER            PIC X(02).                              13770000
137800     05 KBK-PLACED-BY     PIC X(08).                              13780000
137900     05 FILLER            PIC X(02).                              13790000
138000     05 KBK-KEPT-CNT      PIC 9(07).                              13800000
138100     05 FILLER            PIC X(19).                              13810000
136400                                                                  13640000
006300*----------------------------------------------------------------*00630000
006400*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     * 00640000
006500*----------------------------------------------------------------*00650000
007300     05 HIST-PGM             PIC X(08).                           00730000
007400     05 FILLER               PIC X(02).                           00740000
007500     05 HIST-OUTPUT          PIC X(40).                           00750000
007501     05 FILLER               PIC X(02).                           00750100
007502     05 HIST-VERSION         PIC X(08).                           00750200
007600 WORKING-STORAGE SECTION.                                         00760000
007700 01  WS-WORK-FIELDS.                                              00770000
007800     05 WS-RET-DAYS       PIC 9(05)   VALUE ZEROES.               00780000
104820     05 WS-LIVE-TOTAL     PIC 9(07)   VALUE ZEROES.               10482000
104830     05 WS-SKIP-CNT       PIC 9(07)   VALUE ZEROES.               10483000
104840     05 WS-REC-SEQ        PIC 9(07)   VALUE ZEROES.               10484000
138400     05 WS-HELD-CNT       PIC 9(07)   VALUE ZEROES.               13840000
138500     05 WS-HOLD-FILE      PIC X(08)   VALUE SPACES.               13850000
138600     05 WS-HT-CNT         PIC 9(03)   VALUE ZEROES.               13860000
138700     05 WS-HT-MAX         PIC 9(03)   VALUE 50.                   13870000
138800     05 WS-HT-IDX         PIC 9(03)   VALUE ZEROES.               13880000
138900     05 WS-HT-HIT         PIC 9(03)   VALUE ZEROES.               13890000
139000*----------------------------------------------------------------*13900000
139100* THE ACTIVE HOLDS ON THE FILE BEING TRIMMED, EACH WITH A COUNT  *13910000
139200* OF THE RECORDS IT KEPT BACK FROM THE ARCHIVE THIS RUN          *13920000
139300*----------------------------------------------------------------*13930000
139400 01  WS-HOLD-TABLE.                                               13940000
139500     05 WS-HT-ENTRY       OCCURS 50 TIMES.                        13950000
139600        10 WS-HT-FILE     PIC X(08).                              13960000
139700        10 WS-HT-REF      PIC X(12).                              13970000
139800        10 WS-HT-FROM     PIC 9(08).                              13980000
139900        10 WS-HT-TO       PIC 9(08).                              13990000
140000        10 WS-HT-BY       PIC X(08).                              14000000
140100        10 WS-HT-KEPT     PIC 9(07).                              14010000
123100 01  WS-LIVE-BUF.                                                 12310000
123200     05 WS-BUF-DATE-8     PIC 9(08).                              12320000
123300     05 FILLER            PIC X(72).                              12330000
009300        88 ARCH-SUCCESS   VALUE '00'.                             00930000
009400     05 NEW-FILE-STATUS   PIC X(02)   VALUE SPACES.               00940000
009500        88 NEW-SUCCESS    VALUE '00'.                             00950000
140200     05 HOLD-FILE-STATUS  PIC X(02)   VALUE SPACES.               14020000
140300        88 HOLD-SUCCESS   VALUE '00'.                             14030000
140400        88 HOLD-EOF       VALUE '10'.                             14040000
140500     05 KBK-FILE-STATUS   PIC X(02)   VALUE SPACES.               14050000
140600        88 KBK-SUCCESS    VALUE '00'.                             14060000
009600     05 WS-DATE-FMT-SW    PIC X(01)   VALUE '8'.                  00960000
009700        88 WS-DATE-IS-YYMMDD   VALUE '6'.                         00970000
009800        88 WS-DATE-IS-YYYYMMDD VALUE '8'.                         00980000
104810        88 WS-NO-DATE-NEWEST-N   VALUE 'N'.                       10481000
123700        88 WS-HST-78-BYTE        VALUE 'H'.                       12370000
009900                                                                  00990000
010000*----------------------------------------------------------------*01000000
010100*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 01010000
010400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01040000
010500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01050000
010600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01060000
010601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01060100
010700     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01070000
010800        88 HIST-SUCCESS VALUE '00'.                               01080000
010900*----------------------------------------------------------------*01090000
118100* THE RETENTION PARM AND THE FILE-FORMAT PARM DRIVE THE TRIM.     11810000
118200* FORMAT 8 (THE DEFAULT) AND 6 READ A LEADING YYYYMMDD/YYMMDD     11820000
118300* DATE AND ARCHIVE RECORDS OLDER THAN RETENTION DAYS. FORMAT N    11830000
118400* IS FOR FILES WITH NO LEADING DATE - AOCD2TRD'S LEADING FIELD    11840000
118500* IS A ROUND COUNT, NOT A DATE - AND KEEPS THE NEWEST RETENTION   11850000
124000* RECORDS, ARCHIVING EVERYTHING AHEAD OF THEM. FORMAT H IS FOR    12400000
124100* AOCDHST ALONE: 78-BYTE RECORDS WITH A LEADING YYYYMMDD DATE     12410000
118700* RETENTION DEFAULTS TO 365 DAYS (OR RECORDS UNDER FORMAT N)      11870000
140900* THE THIRD PARM NAMES THE FILE BEING TRIMMED (AOCD1TRD,          14090000
141000* AOCD2TRD, AOCD2LDR, AOCDHST) SO ITS LEGAL AND AUDIT HOLDS       14100000
141100* APPLY; FORMAT H IMPLIES AOCDHST. LEFT BLANK OTHERWISE, EVERY    14110000
141200* ACTIVE HOLD APPLIES - BETTER TO KEEP TOO MUCH BACK THAN TOO     14120000
141300* LITTLE. ANY OTHER NAME IS REFUSED BEFORE A FILE IS OPENED       14130000
011400*----------------------------------------------------------------*01140000
105000*----------------------------------------------------------------*10500000
105010*  OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE   *10501000
011600 01  LS-PARM-DATA.                                                01160000
011700     05 LS-RET-PARM     PIC X(05)   VALUE SPACES.                 01170000
011800     05 LS-FMT-PARM     PIC X(01)   VALUE SPACES.                 01180000
140800     05 LS-FILE-PARM    PIC X(08)   VALUE SPACES.                 14080000
011900 PROCEDURE DIVISION USING LS-PARM-DATA.                           01190000
105500*----------------------------------------------------------------*10550000
105510*  THIS PROGRAM CHANGES SHARED STATE - THE RUN IS REFUSED        *10551000
105620     END-IF.                                                      10562000
012000                                                                  01200000
012100     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            01210000
141500     PERFORM 0450-LOAD-HOLDS           THRU 0450-EXIT.            14150000
104871     IF WS-NO-DATE-NEWEST-N                                       10487100
104872        PERFORM 1500-COUNT-LIVE        THRU 1500-EXIT             10487200
104873     END-IF.                                                      10487300
012800        WS-MOVED-CNT DELIMITED BY SIZE                            01280000
012900        ' KEPT: ' DELIMITED BY SIZE                               01290000
013000        WS-KEPT-CNT DELIMITED BY SIZE                             01300000
150200        ' HLD:' DELIMITED BY SIZE                                 15020000
150300        WS-HELD-CNT DELIMITED BY SIZE                             15030000
013100        INTO WS-HIST-MSG.                                         01310000
013200     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01320000
013300     GOBACK.                                                      01330000
014300        MOVE 365                  TO WS-RET-DAYS                  01430000
014400     END-IF.                                                      01440000
104850     EVALUATE LS-FMT-PARM                                         10485000
104851        WHEN '6'                                                  10485100
104852           MOVE '6'               TO WS-DATE-FMT-SW               10485200
104853        WHEN 'N'                                                  10485300
104854           MOVE 'N'               TO WS-DATE-FMT-SW               10485400
123800        WHEN 'H'                                                  12380000
123900           MOVE 'H'               TO WS-DATE-FMT-SW               12390000
104855        WHEN OTHER                                                10485500
104856           MOVE '8'               TO WS-DATE-FMT-SW               10485600
104857     END-EVALUATE.                                                10485700
104858     IF WS-NO-DATE-NEWEST-N                                       10485800
104859        DISPLAY 'HOUSEKEEPING KEEPS NEWEST ' WS-RET-DAYS          10485900
104870     END-IF.                                                      10487000
015800 0400-EXIT.                                                       01580000
015900     EXIT.                                                        01590000
144700                                                                  14470000
144800 0450-LOAD-HOLDS.                                                 14480000
144900*----------------------------------------------------------------*14490000
145000* LOAD THE ACTIVE LEGAL AND AUDIT HOLDS ON THE FILE BEING        *14500000
145050* TRIMMED. A HOLD ON AOCD2H2H GUARDS THE SEASON CLOSE ONLY. NO   *14505000
145100* AOCDHOLD FILE MEANS NO HOLDS HAVE EVER BEEN PLACED             *14510000
145200*----------------------------------------------------------------*14520000
145300     MOVE LS-FILE-PARM          TO WS-HOLD-FILE.                  14530000
145400     IF WS-HOLD-FILE = SPACES AND WS-HST-78-BYTE                  14540000
145500        MOVE 'AOCDHST'          TO WS-HOLD-FILE                   14550000
145600     END-IF.                                                      14560000
145610     IF WS-HOLD-FILE NOT = SPACES                                 14561000
145615        AND WS-HOLD-FILE NOT = 'AOCD1TRD'                         14561500
145620        AND WS-HOLD-FILE NOT = 'AOCD2TRD'                         14562000
145625        AND WS-HOLD-FILE NOT = 'AOCD2LDR'                         14562500
145630        AND WS-HOLD-FILE NOT = 'AOCDHST'                          14563000
145635        DISPLAY 'ERROR - UNKNOWN FILE PARM ' WS-HOLD-FILE         14563500
145640                ' - TRIM REFUSED'                                 14564000
145645        MOVE 16             TO RETURN-CODE                        14564500
145650        MOVE 'UNKNOWN FILE PARM - TRIM REFUSED' TO WS-HIST-MSG    14565000
145655        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             14565500
145660        GOBACK                                                    14566000
145665     END-IF.                                                      14566500
145700     OPEN INPUT HOLD-FILE.                                        14570000
145800     IF NOT HOLD-SUCCESS                                          14580000
145900        DISPLAY 'NO AOCDHOLD FILE - NO LEGAL OR AUDIT HOLDS'      14590000
146000        GO TO 0450-EXIT                                           14600000
146100     END-IF.                                                      14610000
146200     PERFORM UNTIL HOLD-EOF                                       14620000
146300        READ HOLD-FILE                                            14630000
146400             AT END                                               14640000
146500                SET HOLD-EOF TO TRUE                              14650000
146600             NOT AT END                                           14660000
146700                IF HLD-ACTIVE                                     14670000
146800                   AND (WS-HOLD-FILE = SPACES                     14680000
146900                     OR HLD-FILE = WS-HOLD-FILE)                  14690000
146950                   AND HLD-FILE NOT = 'AOCD2H2H'                  14695000
147000                   PERFORM 0460-STORE-HOLD  THRU 0460-EXIT        14700000
147100                END-IF                                            14710000
147200        END-READ                                                  14720000
147300     END-PERFORM.                                                 14730000
147400     CLOSE HOLD-FILE.                                             14740000
147500     DISPLAY 'ACTIVE HOLDS APPLIED TO THIS TRIM: ' WS-HT-CNT.     14750000
147600 0450-EXIT.                                                       14760000
147700     EXIT.                                                        14770000
147800                                                                  14780000
147900 0460-STORE-HOLD.                                                 14790000
148000*----------------------------------------------------------------*14800000
148100* A HOLD THAT CANNOT BE APPLIED MUST NOT LET ITS RECORDS GO TO   *14810000
148200* THE ARCHIVE - THE TRIM IS REFUSED BEFORE ANY FILE IS TOUCHED   *14820000
148300*----------------------------------------------------------------*14830000
148400     IF WS-HT-CNT NOT < WS-HT-MAX                                 14840000
148500        DISPLAY 'ERROR - MORE THAN 50 ACTIVE HOLDS ON '           14850000
148600                WS-HOLD-FILE ' - TRIM REFUSED'                    14860000
148700        CLOSE HOLD-FILE                                           14870000
148800        MOVE 16             TO RETURN-CODE                        14880000
148900        MOVE 'HOLD TABLE FULL - TRIM REFUSED' TO WS-HIST-MSG      14890000
149000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             14900000
149100        GOBACK                                                    14910000
149200     END-IF.                                                      14920000
149300     ADD 1                      TO WS-HT-CNT.                     14930000
149400     MOVE HLD-FILE              TO WS-HT-FILE(WS-HT-CNT).         14940000
149500     MOVE HLD-REF               TO WS-HT-REF(WS-HT-CNT).          14950000
149600     MOVE HLD-FROM-DATE         TO WS-HT-FROM(WS-HT-CNT).         14960000
149700     MOVE HLD-TO-DATE           TO WS-HT-TO(WS-HT-CNT).           14970000
149800     MOVE HLD-PLACED-BY         TO WS-HT-BY(WS-HT-CNT).           14980000
149900     MOVE ZEROES                TO WS-HT-KEPT(WS-HT-CNT).         14990000
150000 0460-EXIT.                                                       15000000
150100     EXIT.                                                        15010000
016000                                                                  01600000
125100 1000-OPEN-FILES.                                                 12510000
125200     IF WS-HST-78-BYTE                                            12520000
125300        OPEN INPUT LIVE-FILE-H                                    12530000
125400        OPEN EXTEND ARCH-FILE-H                                   12540000
125500        OPEN OUTPUT NEW-FILE-H                                    12550000
017400     EXIT.                                                        01740000
017500                                                                  01750000
126100 2000-READ-LIVE.                                                  12610000
126200     IF WS-HST-78-BYTE                                            12620000
126300        READ LIVE-FILE-H                                          12630000
126400             AT END                                               12640000
126500                SET LIVE-EOF TO TRUE                              12650000
126600             NOT AT END                                           12660000
126700                MOVE SPACES     TO WS-LIVE-BUF                    12670000
126800                MOVE LIVE-REC-H TO WS-LIVE-BUF(1:78)              12680000
126900                PERFORM 3000-ROUTE-RECORD  THRU 3000-EXIT         12690000
127000        END-READ                                                  12700000
127100     ELSE                                                         12710000
104874     IF WS-NO-DATE-NEWEST-N                                       10487400
104875        ADD 1                  TO WS-REC-SEQ                      10487500
104876        IF WS-REC-SEQ NOT > WS-SKIP-CNT                           10487600
141700           PERFORM 3050-ARCHIVE-OR-HOLD  THRU 3050-EXIT           14170000
104880        ELSE                                                      10488000
104881           ADD 1               TO WS-KEPT-CNT                     10488100
128100           PERFORM 3200-PUT-NEW   THRU 3200-EXIT                  12810000
104884        END-IF                                                    10488400
104885        GO TO 3000-EXIT                                           10488500
104886     END-IF.                                                      10488600
128200     IF WS-DATE-IS-YYYYMMDD OR WS-HST-78-BYTE                     12820000
128300        IF WS-BUF-DATE-8 IS NUMERIC                               12830000
128400           MOVE WS-BUF-DATE-8     TO WS-REC-DATE                  12840000
128500        ELSE                                                      12850000
129800        PERFORM 3200-PUT-NEW      THRU 3200-EXIT                  12980000
129900     ELSE                                                         12990000
130000        IF WS-REC-DATE < WS-CUTOFF-DATE                           13000000
141600           PERFORM 3050-ARCHIVE-OR-HOLD  THRU 3050-EXIT           14160000
130300        ELSE                                                      13030000
130400           ADD 1                  TO WS-KEPT-CNT                  13040000
130500           PERFORM 3200-PUT-NEW   THRU 3200-EXIT                  13050000
130700     END-IF.                                                      13070000
022200 3000-EXIT.                                                       02220000
022300     EXIT.                                                        02230000
141800                                                                  14180000
141900 3050-ARCHIVE-OR-HOLD.                                            14190000
142000*----------------------------------------------------------------*14200000
142100* A RECORD DUE FOR THE ARCHIVE STAYS ON THE LIVE FILE IF AN      *14210000
142200* ACTIVE HOLD COVERS ITS DATE, AND IS COUNTED AGAINST THE FIRST  *14220000
142300* HOLD THAT COVERS IT. A FILE WITH NO LEADING DATE CANNOT BE     *14230000
142400* SPLIT BY DATE, SO ANY HOLD ON IT HOLDS THE WHOLE FILE          *14240000
142500*----------------------------------------------------------------*14250000
142600     MOVE ZEROES              TO WS-HT-HIT.                       14260000
142700     PERFORM VARYING WS-HT-IDX FROM 1 BY 1                        14270000
142800               UNTIL WS-HT-IDX > WS-HT-CNT                        14280000
142900                  OR WS-HT-HIT > ZEROES                           14290000
143000        IF WS-NO-DATE-NEWEST-N                                    14300000
143100           OR (WS-REC-DATE NOT < WS-HT-FROM(WS-HT-IDX)            14310000
143200           AND WS-REC-DATE NOT > WS-HT-TO(WS-HT-IDX))             14320000
143300           MOVE WS-HT-IDX        TO WS-HT-HIT                     14330000
143400        END-IF                                                    14340000
143500     END-PERFORM.                                                 14350000
143600     IF WS-HT-HIT > ZEROES                                        14360000
143700        ADD 1                 TO WS-HELD-CNT                      14370000
143800        ADD 1                 TO WS-KEPT-CNT                      14380000
143900        ADD 1                 TO WS-HT-KEPT(WS-HT-HIT)            14390000
144000        PERFORM 3200-PUT-NEW  THRU 3200-EXIT                      14400000
144100     ELSE                                                         14410000
144200        ADD 1                 TO WS-MOVED-CNT                     14420000
144300        PERFORM 3100-PUT-ARCH THRU 3100-EXIT                      14430000
144400     END-IF.                                                      14440000
144500 3050-EXIT.                                                       14450000
144600     EXIT.                                                        14460000
022400                                                                  02240000
130800 3100-PUT-ARCH.                                                   13080000
130900*----------------------------------------------------------------*13090000
131000* ONE ARCHIVE WRITE, ROUTED TO WHICHEVER RECORD LENGTH THIS      *13100000
131100* RUN'S FORMAT SELECTED                                          *13110000
131200*----------------------------------------------------------------*13120000
131300     IF WS-HST-78-BYTE                                            13130000
131400        MOVE WS-LIVE-BUF(1:78)   TO ARCH-REC-H                    13140000
131500        WRITE ARCH-REC-H                                          13150000
131600     ELSE                                                         13160000
131700        MOVE WS-LIVE-BUF         TO ARCH-REC                      13170000
132100     EXIT.                                                        13210000
132200                                                                  13220000
132300 3200-PUT-NEW.                                                    13230000
132400     IF WS-HST-78-BYTE                                            13240000
132500        MOVE WS-LIVE-BUF(1:78)   TO NEW-REC-H                     13250000
132600        WRITE NEW-REC-H                                           13260000
132700     ELSE                                                         13270000
132800        MOVE WS-LIVE-BUF         TO NEW-REC                       13280000
104917     EXIT.                                                        10491700
104918                                                                  10491800
133400 4000-CLOSE-AND-REPORT.                                           13340000
133500     IF WS-HST-78-BYTE                                            13350000
133600        CLOSE LIVE-FILE-H                                         13360000
133700        CLOSE ARCH-FILE-H                                         13370000
133800        CLOSE NEW-FILE-H                                          13380000
023200        DISPLAY 'RECORDS WITH UNREADABLE DATES (KEPT): '          02320000
023300                WS-BAD-DATE-CNT                                   02330000
023400     END-IF.                                                      02340000
150500     IF WS-HELD-CNT > ZEROES                                      15050000
150600        DISPLAY 'RECORDS KEPT BACK BY LEGAL/AUDIT HOLDS: '        15060000
150700                WS-HELD-CNT                                       15070000
150800     END-IF.                                                      15080000
150900     PERFORM 4100-WRITE-KEPT-BACK   THRU 4100-EXIT.               15090000
023500 4000-EXIT.                                                       02350000
023600     EXIT.                                                        02360000
153000                                                                  15300000
153100 4100-WRITE-KEPT-BACK.                                            15310000
153200*----------------------------------------------------------------*15320000
153300* THE KEPT-BACK REPORT - ONE LINE PER HOLD APPLIED TO THIS TRIM, *15330000
153400* WITH THE NUMBER OF RECORDS IT STOPPED GOING TO THE ARCHIVE     *15340000
153500*----------------------------------------------------------------*15350000
153600     OPEN OUTPUT KBK-RPT.                                         15360000
153700     PERFORM VARYING WS-HT-IDX FROM 1 BY 1                        15370000
153800               UNTIL WS-HT-IDX > WS-HT-CNT                        15380000
153900        INITIALIZE                KBK-REC                         15390000
154000        MOVE WS-HT-FILE(WS-HT-IDX) TO KBK-FILE                    15400000
154100        MOVE WS-HT-REF(WS-HT-IDX) TO KBK-REF                      15410000
154200        MOVE WS-HT-FROM(WS-HT-IDX) TO KBK-FROM-DATE               15420000
154300        MOVE WS-HT-TO(WS-HT-IDX)  TO KBK-TO-DATE                  15430000
154400        MOVE WS-HT-BY(WS-HT-IDX)  TO KBK-PLACED-BY                15440000
154500        MOVE WS-HT-KEPT(WS-HT-IDX) TO KBK-KEPT-CNT                15450000
154600        WRITE KBK-REC                                             15460000
154700     END-PERFORM.                                                 15470000
154800     CLOSE KBK-RPT.                                               15480000
154900 4100-EXIT.                                                       15490000
155000     EXIT.                                                        15500000
023700                                                                  02370000
023800*----------------------------------------------------------------*02380000
023900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 02390000
024600     MOVE WS-HIST-DATE          TO HIST-DATE.                     02460000
024700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02470000
024800     MOVE 'AOCDHSKP'        TO HIST-PGM.                          02480000
024801     MOVE WS-HIST-VER       TO HIST-VERSION.                      02480100
024900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02490000
025000     WRITE AUD-HIST-REC.                                          02500000
025100     CLOSE AUD-HIST.                                              02510000
