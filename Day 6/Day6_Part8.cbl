000800*  THIS PRE-PASS CHECKS EVERY CHAIN - A CONTINUATION WITH NO     *00080000
000900*  OPENING SEGMENT, A CONTINUATION NAMING A DIFFERENT DEVICE     *00090000
001000*  THAN THE OPEN CHAIN (AN OUT-OF-ORDER OR MISSING SEGMENT),     *00100000
001100*  AND A FLAG THAT IS NEITHER N NOR Y. EACH SEGMENT'S CHECKSUM   *00110000
001120*  IS ALSO RECOMPUTED AND ITS SEGMENT NUMBER CHECKED FOR GAPS,   *00112000
001140*  SO A SEGMENT GARBLED IN TRANSMISSION IS CAUGHT TOO. A         *00114000
001160*  CLEANSED COPY GOES TO AOCD6VMD HOLDING ONLY THE CLEAN         *00116000
001180*  DEVICES, SO BAD DATA IS REPORTED INSTEAD OF SCANNED, AND      *00118000
001200*  THE CORRUPT SEGMENT COUNTS GO TO AOCD6COR FOR AOCD6PG6        *00120000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD6PG8.                                            00160000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS CHN-FILE-STATUS.                       00420000
004300                                                                  00430000
004310*----------------------------------------------------------------*00431000
004320* CORRUPTION COUNTS - SEGMENTS FAILING THE CHECKSUM OR MISSING   *00432000
004330* FROM THE SEQUENCE, PER DEVICE, FOR THE AOCD6PG6 GRADING        *00433000
004340*----------------------------------------------------------------*00434000
004350     SELECT COR-FILE     ASSIGN TO AOCD6COR                       00435000
004360        ORGANIZATION    IS SEQUENTIAL                             00436000
004370         ACCESS MODE    IS SEQUENTIAL                             00437000
004380         FILE STATUS    IS COR-FILE-STATUS.                       00438000
004400*----------------------------------------------------------------*00440000
004500* SHARED SUITE EXCEPTION FILE - EXCLUDED DEVICES LAND HERE       *00450000
004600*----------------------------------------------------------------*00460000
006500     05 DS-DEVICE-ID           PIC X(08).                         00650000
006600     05 DS-CONT-FLAG           PIC X(01).                         00660000
006700     05 DS-DATA                PIC X(4086).                       00670000
006710     05 DS-SEG-NO              PIC 9(04).                         00671000
006720     05 DS-CHECKSUM            PIC 9(08).                         00672000
006800                                                                  00680000
006900 FD  VMD-FILE.                                                    00690000
007000 01  VMD-REC.                                                     00700000
007100     05 VMD-DEVICE-ID          PIC X(08).                         00710000
007200     05 VMD-CONT-FLAG          PIC X(01).                         00720000
007300     05 VMD-DATA               PIC X(4086).                       00730000
007310     05 VMD-SEG-NO             PIC 9(04).                         00731000
007320     05 VMD-CHECKSUM           PIC 9(08).                         00732000
007400                                                                  00740000
007500 FD  CHN-RPT.                                                     00750000
007600 01  CHN-REC.                                                     00760000
007900     05 CHN-DEVICE-ID   PIC X(08).                                00790000
008000     05 FILLER          PIC X(02).                                00800000
008100     05 CHN-REC-NO      PIC 9(07).                                00810000
008200     05 FILLER          PIC X(02).                                00820000
008210     05 CHN-SEG-NO      PIC 9(04).                                00821000
008220     05 FILLER          PIC X(43).                                00822000
008300                                                                  00830000
008310                                                                  00831000
008320 FD  COR-FILE.                                                    00832000
008330 01  COR-REC.                                                     00833000
008340     05 COR-DEVICE-ID   PIC X(08).                                00834000
008350     05 FILLER          PIC X(02).                                00835000
008360     05 COR-SEG-CNT     PIC 9(03).                                00836000
008400 FD  SUITE-EXC.                                                   00840000
008500     COPY AOCDEXC.                                                00850000
008600                                                                  00860000
009400     05 HIST-PGM             PIC X(08).                           00940000
009500     05 FILLER               PIC X(02).                           00950000
009600     05 HIST-OUTPUT          PIC X(40).                           00960000
009601     05 FILLER               PIC X(02).                           00960100
009602     05 HIST-VERSION         PIC X(08).                           00960200
009700                                                                  00970000
009800 WORKING-STORAGE SECTION.                                         00980000
009900 01  WS-WORK-FIELDS.                                              00990000
010300     05 WS-COPIED-CNT     PIC 9(07)   VALUE ZEROES.               01030000
010400     05 WS-DROPPED-CNT    PIC 9(07)   VALUE ZEROES.               01040000
010500     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01050000
010550     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01055000
010600     05 WS-CUR-DEVICE     PIC X(08)   VALUE SPACES.               01060000
010700     05 WS-EXC-KIND       PIC X(12)   VALUE SPACES.               01070000
010710        88 WS-EXC-IS-CORRUPT  VALUE 'BAD-CHECKSUM' 'SEQ-GAP'      01071000
010720                                    'BAD-SEQ-NO'.                 01072000
010800     05 WS-EXC-DEVICE     PIC X(08)   VALUE SPACES.               01080000
010810     05 WS-EXC-SEG-NO     PIC 9(04)   VALUE ZEROES.               01081000
010820     05 WS-CUR-SEG        PIC 9(04)   VALUE ZEROES.               01082000
010830     05 WS-EXPECT-SEG     PIC 9(04)   VALUE ZEROES.               01083000
010840     05 WS-CORRUPT-DEVS   PIC 9(03)   VALUE ZEROES.               01084000
010850     05 WS-K              PIC 9(04)   VALUE ZEROES.               01085000
010860     05 WS-SUM1           PIC 9(05)   VALUE ZEROES.               01086000
010870     05 WS-SUM2           PIC 9(05)   VALUE ZEROES.               01087000
010880     05 WS-CALC-SUM       PIC 9(08)   VALUE ZEROES.               01088000
010900                                                                  01090000
011000*----------------------------------------------------------------*01100000
011100* DEVICES WHOSE CHAINS FAILED - EXCLUDED FROM THE CLEANSED COPY  *01110000
011400     05 WS-BAD-CNT        PIC 9(03)   VALUE ZEROES.               01140000
011500     05 WS-MAX-BADS       PIC 9(03)   VALUE 200.                  01150000
011600 01  WS-BAD-TABLE.                                                01160000
011610     05 WS-BAD-ENTRY      OCCURS 200 TIMES.                       01161000
011620        10 WS-BAD-DEVICE  PIC X(08).                              01162000
011630        10 WS-BAD-CORRUPT PIC 9(03).                              01163000
011800                                                                  01180000
011900 01  WS-SWITCHES.                                                 01190000
012000     05 STREAM-FILE-STATUS PIC X(02)  VALUE SPACES.               01200000
012600        88 CHN-SUCCESS    VALUE '00'.                             01260000
012700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01270000
012800        88 SEXC-SUCCESS   VALUE '00'.                             01280000
012810     05 COR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01281000
012820        88 COR-SUCCESS    VALUE '00'.                             01282000
012900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01290000
013000        88 HIST-SUCCESS   VALUE '00'.                             01300000
013100     05 WS-DEV-BAD-SW     PIC X(01)   VALUE 'N'.                  01310000
013500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01350000
013600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01360000
013700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01370000
013701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01370100
013800                                                                  01380000
013900 PROCEDURE DIVISION.                                              01390000
014000                                                                  01400000
014100     ACCEPT WS-RUN-DATE      FROM DATE.                           01410000
014150     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01415000
014200     OPEN OUTPUT CHN-RPT.                                         01420000
014300     OPEN EXTEND SUITE-EXC.                                       01430000
014400     PERFORM 1000-VALIDATE-CHAINS      THRU 1000-EXIT.            01440000
014500     PERFORM 3000-WRITE-CLEANSED-COPY  THRU 3000-EXIT.            01450000
014510     PERFORM 3500-WRITE-CORRUPT-COUNTS THRU 3500-EXIT.            01451000
014600     CLOSE CHN-RPT.                                               01460000
014700     CLOSE SUITE-EXC.                                             01470000
014800     DISPLAY 'DEVICES EXCLUDED: ' WS-BAD-CNT                      01480000
017900     EXIT.                                                        01790000
018000                                                                  01800000
018100 2000-CHECK-ONE-SEGMENT.                                          01810000
018125*----------------------------------------------------------------*01812500
018150* EVERY SEGMENT HAS ITS CHECKSUM RECOMPUTED FIRST, THEN ITS      *01815000
018175* SEGMENT NUMBER IS CHECKED AGAINST THE CHAIN - 0001 ON AN       *01817500
018200* OPENING SEGMENT, ONE MORE THAN THE LAST ON A CONTINUATION      *01820000
018225*----------------------------------------------------------------*01822500
018250     IF DS-SEG-NO IS NUMERIC                                      01825000
018275        MOVE DS-SEG-NO        TO WS-EXC-SEG-NO                    01827500
018300     ELSE                                                         01830000
018325        MOVE ZEROES           TO WS-EXC-SEG-NO                    01832500
018350     END-IF.                                                      01835000
018375     PERFORM 2100-CHECK-CHECKSUM  THRU 2100-EXIT.                 01837500
018400     EVALUATE DS-CONT-FLAG                                        01840000
018425         WHEN 'N'                                                 01842500
018450              MOVE DS-DEVICE-ID  TO WS-CUR-DEVICE                 01845000
018475              MOVE 1             TO WS-EXPECT-SEG                 01847500
018500              PERFORM 2200-CHECK-SEQUENCE  THRU 2200-EXIT         01850000
018525         WHEN 'Y'                                                 01852500
018550              IF WS-CUR-DEVICE = SPACES                           01855000
018575                 MOVE 'NO-OPENING'  TO WS-EXC-KIND                01857500
018600                 MOVE DS-DEVICE-ID  TO WS-EXC-DEVICE              01860000
018625                 PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT     01862500
018650              ELSE                                                01865000
018675                 IF DS-DEVICE-ID NOT = WS-CUR-DEVICE              01867500
018700                    MOVE 'SPLICED'     TO WS-EXC-KIND             01870000
018725                    MOVE DS-DEVICE-ID  TO WS-EXC-DEVICE           01872500
018750                    PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT  01875000
018775                    MOVE 'SPLICED'     TO WS-EXC-KIND             01877500
018800                    MOVE WS-CUR-DEVICE TO WS-EXC-DEVICE           01880000
018825                    PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT  01882500
018850                 ELSE                                             01885000
018875                    ADD 1 TO WS-CUR-SEG  GIVING WS-EXPECT-SEG     01887500
018900                    PERFORM 2200-CHECK-SEQUENCE  THRU 2200-EXIT   01890000
018925                 END-IF                                           01892500
018950              END-IF                                              01895000
018975         WHEN OTHER                                               01897500
019000              MOVE 'BADFLAG'     TO WS-EXC-KIND                   01900000
019025              MOVE DS-DEVICE-ID  TO WS-EXC-DEVICE                 01902500
019050              PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT        01905000
019075     END-EVALUATE.                                                01907500
019100 2000-EXIT.                                                       01910000
019125     EXIT.                                                        01912500
019150                                                                  01915000
019175 2100-CHECK-CHECKSUM.                                             01917500
019200*----------------------------------------------------------------*01920000
019225* FLETCHER-STYLE SUM OVER ALL OF DS-DATA, MODULO 9973 - THE      *01922500
019250* RUNNING SUM OF THE BYTE ORDINALS IN THE LOW FOUR DIGITS AND    *01925000
019275* THE SUM OF THE RUNNING SUMS IN THE HIGH FOUR, SO A GARBLED,    *01927500
019300* DROPPED OR TRANSPOSED BYTE ALL CHANGE THE RESULT               *01930000
019325*----------------------------------------------------------------*01932500
019350     MOVE ZEROES              TO WS-SUM1 WS-SUM2.                 01935000
019375     PERFORM VARYING WS-K FROM 1 BY 1                             01937500
019400               UNTIL WS-K > LENGTH OF DS-DATA                     01940000
019425        COMPUTE WS-SUM1 = WS-SUM1 + FUNCTION ORD(DS-DATA(WS-K:1)) 01942500
019450        IF WS-SUM1 NOT < 9973                                     01945000
019475           SUBTRACT 9973      FROM WS-SUM1                        01947500
019500        END-IF                                                    01950000
019525        ADD WS-SUM1           TO WS-SUM2                          01952500
019550        IF WS-SUM2 NOT < 9973                                     01955000
019575           SUBTRACT 9973      FROM WS-SUM2                        01957500
019600        END-IF                                                    01960000
019625     END-PERFORM.                                                 01962500
019650     COMPUTE WS-CALC-SUM = WS-SUM2 * 10000 + WS-SUM1.             01965000
019675     IF DS-CHECKSUM IS NUMERIC                                    01967500
019700        AND DS-CHECKSUM = WS-CALC-SUM                             01970000
019725        GO TO 2100-EXIT                                           01972500
019750     END-IF.                                                      01975000
019775     MOVE 'BAD-CHECKSUM'      TO WS-EXC-KIND.                     01977500
019800     MOVE DS-DEVICE-ID        TO WS-EXC-DEVICE.                   01980000
019825     PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT.                01982500
019850 2100-EXIT.                                                       01985000
019875     EXIT.                                                        01987500
019900                                                                  01990000
019925 2200-CHECK-SEQUENCE.                                             01992500
019950*----------------------------------------------------------------*01995000
019975* A GAP IS REPORTED WITH THE FIRST SEGMENT NUMBER THAT DID NOT   *01997500
020000* ARRIVE, AND THE CHAIN CARRIES ON FROM THE NUMBER THAT DID      *02000000
020025*----------------------------------------------------------------*02002500
020050     IF DS-SEG-NO IS NUMERIC                                      02005000
020075        AND DS-SEG-NO = WS-EXPECT-SEG                             02007500
020100        MOVE DS-SEG-NO        TO WS-CUR-SEG                       02010000
020125        GO TO 2200-EXIT                                           02012500
020150     END-IF.                                                      02015000
020175     IF DS-SEG-NO IS NUMERIC                                      02017500
020200        MOVE 'SEQ-GAP'        TO WS-EXC-KIND                      02020000
020225        MOVE DS-SEG-NO        TO WS-CUR-SEG                       02022500
020250     ELSE                                                         02025000
020275        MOVE 'BAD-SEQ-NO'     TO WS-EXC-KIND                      02027500
020300        MOVE WS-EXPECT-SEG    TO WS-CUR-SEG                       02030000
020325     END-IF.                                                      02032500
020350     MOVE WS-EXPECT-SEG       TO WS-EXC-SEG-NO.                   02035000
020375     MOVE DS-DEVICE-ID        TO WS-EXC-DEVICE.                   02037500
020400     PERFORM 2500-NOTE-BAD-DEVICE  THRU 2500-EXIT.                02040000
020425 2200-EXIT.                                                       02042500
020450     EXIT.                                                        02045000
020475                                                                  02047500
020800 2500-NOTE-BAD-DEVICE.                                            02080000
020870*----------------------------------------------------------------*02087000
020940* REPORT THE VIOLATION AND PUT THE DEVICE ON THE EXCLUSION       *02094000
021010* LIST - ONCE; REPEAT VIOLATIONS STILL PRINT BUT DO NOT STACK.   *02101000
021080* CHECKSUM AND SEQUENCE FAILURES ARE ALSO COUNTED PER DEVICE     *02108000
021150* FOR AOCD6COR                                                   *02115000
021220*----------------------------------------------------------------*02122000
021290     INITIALIZE               CHN-REC.                            02129000
021360     MOVE WS-EXC-KIND         TO CHN-KIND.                        02136000
021430     MOVE WS-EXC-DEVICE       TO CHN-DEVICE-ID.                   02143000
021500     MOVE WS-REC-NO           TO CHN-REC-NO.                      02150000
021570     MOVE WS-EXC-SEG-NO       TO CHN-SEG-NO.                      02157000
021640     WRITE CHN-REC.                                               02164000
021710     DISPLAY 'CHAIN ' WS-EXC-KIND ' FOR DEVICE '                  02171000
021780             WS-EXC-DEVICE ' AT RECORD ' WS-REC-NO                02178000
021850             ' SEGMENT ' WS-EXC-SEG-NO.                           02185000
021920     MOVE ZEROES              TO WS-SLOT.                         02192000
021990     PERFORM VARYING WS-I FROM 1 BY 1                             02199000
022060               UNTIL WS-I > WS-BAD-CNT                            02206000
022130                  OR WS-SLOT > ZEROES                             02213000
022200        IF WS-BAD-DEVICE(WS-I) = WS-EXC-DEVICE                    02220000
022270           MOVE WS-I             TO WS-SLOT                       02227000
022340        END-IF                                                    02234000
022410     END-PERFORM.                                                 02241000
022480     IF WS-SLOT = ZEROES                                          02248000
022550        AND WS-BAD-CNT < WS-MAX-BADS                              02255000
022620        ADD 1                 TO WS-BAD-CNT                       02262000
022690        MOVE WS-BAD-CNT       TO WS-SLOT                          02269000
022760        MOVE WS-EXC-DEVICE    TO WS-BAD-DEVICE(WS-SLOT)           02276000
022830        MOVE ZEROES           TO WS-BAD-CORRUPT(WS-SLOT)          02283000
022900        INITIALIZE            SUITE-EXC-REC                       02290000
022970        MOVE WS-RUN-DATE-8    TO EXC-RUN-DATE                     02297000
023040        MOVE 'AOCD6PG8'       TO EXC-PGM                          02304000
023110        MOVE WS-EXC-DEVICE    TO EXC-REC-KEY                      02311000
023180        IF WS-EXC-IS-CORRUPT                                      02318000
023250           MOVE 'BADSEG'      TO EXC-REASON                       02325000
023320        ELSE                                                      02332000
023390           MOVE 'BADCHAIN'    TO EXC-REASON                       02339000
023460        END-IF                                                    02346000
023530        MOVE WS-EXC-KIND      TO EXC-RAW-DATA                     02353000
023600        MOVE WS-EXC-SEG-NO    TO EXC-RAW-DATA(14:4)               02360000
023670        WRITE SUITE-EXC-REC                                       02367000
023740     END-IF.                                                      02374000
023810     IF WS-SLOT > ZEROES                                          02381000
023880        AND WS-EXC-IS-CORRUPT                                     02388000
023950        ADD 1                 TO WS-BAD-CORRUPT(WS-SLOT)          02395000
024020     END-IF.                                                      02402000
024090 2500-EXIT.                                                       02409000
024160     EXIT.                                                        02416000
024200                                                                  02420000
024300 3000-WRITE-CLEANSED-COPY.                                        02430000
024400*----------------------------------------------------------------*02440000
027600                   MOVE DS-DEVICE-ID     TO VMD-DEVICE-ID         02760000
027700                   MOVE DS-CONT-FLAG     TO VMD-CONT-FLAG         02770000
027800                   MOVE DS-DATA          TO VMD-DATA              02780000
027810                  MOVE DS-SEG-NO        TO VMD-SEG-NO             02781000
027820                  MOVE DS-CHECKSUM      TO VMD-CHECKSUM           02782000
027900                   WRITE VMD-REC                                  02790000
028000                END-IF                                            02800000
028100        END-READ                                                  02810000
028500 3000-EXIT.                                                       02850000
028600     EXIT.                                                        02860000
028700                                                                  02870000
028702 3500-WRITE-CORRUPT-COUNTS.                                       02870200
028704*----------------------------------------------------------------*02870400
028706* ONE ROW PER DEVICE WITH CORRUPT OR MISSING SEGMENTS - THE      *02870600
028708* COUNT AOCD6PG6 TAKES INTO THE HEALTH GRADE                     *02870800
028710*----------------------------------------------------------------*02871000
028712     OPEN OUTPUT COR-FILE.                                        02871200
028714     PERFORM VARYING WS-I FROM 1 BY 1                             02871400
028716               UNTIL WS-I > WS-BAD-CNT                            02871600
028718        IF WS-BAD-CORRUPT(WS-I) > ZEROES                          02871800
028720           INITIALIZE            COR-REC                          02872000
028722           MOVE WS-BAD-DEVICE(WS-I)   TO COR-DEVICE-ID            02872200
028724           MOVE WS-BAD-CORRUPT(WS-I)  TO COR-SEG-CNT              02872400
028726           WRITE COR-REC                                          02872600
028728           ADD 1                 TO WS-CORRUPT-DEVS               02872800
028730        END-IF                                                    02873000
028732     END-PERFORM.                                                 02873200
028734     CLOSE COR-FILE.                                              02873400
028736     DISPLAY 'DEVICES WITH CORRUPT SEGMENTS: ' WS-CORRUPT-DEVS.   02873600
028738 3500-EXIT.                                                       02873800
028740     EXIT.                                                        02874000
028800*----------------------------------------------------------------*02880000
028900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *02890000
029000*----------------------------------------------------------------*02900000
029600     MOVE WS-HIST-DATE          TO HIST-DATE.                     02960000
029700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02970000
029800     MOVE 'AOCD6PG8'            TO HIST-PGM.                      02980000
029801     MOVE WS-HIST-VER           TO HIST-VERSION.                  02980100
029900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02990000
030000     WRITE AUD-HIST-REC.                                          03000000
030100     CLOSE AUD-HIST.                                              03010000
