000760         ACCESS MODE    IS SEQUENTIAL                             00076016
000770         FILE STATUS    IS FILE-STATUS.                           00077016
000771                                                                  00077100
000772     SELECT SORT-WORK   ASSIGN TO SORTWK01.                       00077200
000775                                                                  00077500
000776     SELECT REJECT-RPT  ASSIGN TO AOCD1REJ                        00077600
000777        ORGANIZATION    IS SEQUENTIAL                             00077700
992150        ORGANIZATION    IS SEQUENTIAL                             99215000
992160         ACCESS MODE    IS SEQUENTIAL                             99216000
992170         FILE STATUS    IS RDY-FILE-STATUS.                       99217000
130000                                                                  13000000
130010*----------------------------------------------------------------*13001000
130020* TEAM ROLLUP REPORT - ONE LINE PER ELF MASTER TEAM WITH ITS     *13002000
130030* ELF COUNT, TOTAL, AVERAGE, HIGHEST AND LOWEST ELF AND SHARE    *13003000
130040* OF THE CAMP TOTAL, SO EACH TEAM LEAD GETS THEIR OWN FIGURES    *13004000
130050*----------------------------------------------------------------*13005000
130060     SELECT TEAM-RPT    ASSIGN TO AOCD1TMR                        13006000
130070        ORGANIZATION    IS SEQUENTIAL                             13007000
130080         ACCESS MODE    IS SEQUENTIAL                             13008000
130090         FILE STATUS    IS TMR-FILE-STATUS.                       13009000
133500                                                                  13350000
133510*----------------------------------------------------------------*13351000
133520* PER-ELF PACKING HISTORY - ONE DATED ROW APPENDED PER VALIDATED *13352000
133530* ELF PER RUN, SO AOCD1PGA CAN TRACK EACH ELF AGAINST THEIR OWN  *13353000
133540* TRAILING FIGURES RATHER THAN THE CAMP HIGH ALONE               *13354000
133550*----------------------------------------------------------------*13355000
133560     SELECT ELF-HIST    ASSIGN TO AOCD1EHS                        13356000
133570        ORGANIZATION    IS SEQUENTIAL                             13357000
133580         ACCESS MODE    IS SEQUENTIAL                             13358000
133590         FILE STATUS    IS EHS-FILE-STATUS.                       13359000
996000                                                                  99600000
996010*----------------------------------------------------------------*99601000
996020* CHECKPOINT FILES FOR THE LONG SORT PASS - AOCD1CKP HOLDS ONE   *99602000
117060         ACCESS MODE    IS SEQUENTIAL                             11706000
117070         FILE STATUS    IS BAL-FILE-STATUS.                       11707000
117080                                                                  11708000
117081*----------------------------------------------------------------*11708100
117082* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *11708200
117083* THIS PROGRAM WROTE TO AOCD1RPT                                 *11708300
117084*----------------------------------------------------------------*11708400
117085     SELECT HND-FILE    ASSIGN TO AOCDSHND                        11708500
117086        ORGANIZATION    IS SEQUENTIAL                             11708600
117087         ACCESS MODE    IS SEQUENTIAL                             11708700
117088         FILE STATUS    IS HND-FILE-STATUS.                       11708800
117089                                                                  11708900
078066     SELECT AUD-HIST    ASSIGN TO AOCDHST                         07806600
078067        ORGANIZATION    IS SEQUENTIAL                             07806700
078068         ACCESS MODE    IS SEQUENTIAL                             07806800
000842*----------------------------------------------------------------*00084200
000843* EXPEDITION HEADER RECORD - AN ASTERISK IN COLUMN ONE MARKS     *00084300
000844* THE START OF A NEW EXPEDITION'S ELVES, CARRYING THE            *00084400
000845* EXPEDITION ID, ITS DEPARTURE DATE AND ITS RETURN DATE          *00084500
000846*----------------------------------------------------------------*00084600
000847 01  WS-CAL-HDR-REC.                                              00084700
000848     05 HDR-MARKER          PIC X(01).                            00084800
000849        88 HDR-IS-EXPEDITION            VALUE '*'.                00084900
000851     05 HDR-EXP-ID          PIC X(09).                            00085100
000852     05 HDR-EXP-DATE        PIC 9(06).                            00085200
000853     05 HDR-RET-DATE        PIC 9(06).                            00085300
086401*----------------------------------------------------------------*08640100
086402* CONTROL-TOTAL TRAILER RECORD - A T IN COLUMN ONE ON THE LAST   *08640200
086403* RECORD CARRIES THE EXPECTED RECORD COUNT AND A HASH TOTAL OF   *08640300
000881*----------------------------------------------------------------*00088100
000882 FD  TREND-RPT.                                                   00088200
000883 01  TREND-REC.                                                   00088300
000884     05 TRND-RUN-DATE   PIC 9(08).                                00088400
000885     05 FILLER          PIC X(02)   VALUE SPACES.                 00088500
000886     05 TRND-HIGHEST    PIC 9(10).                                00088600
000887     05 FILLER          PIC X(60).                                00088700
000888                                                                  00088800
008881*----------------------------------------------------------------*00888100
008882* INDEXED ELF LOOKUP FILE - REBUILT EACH RUN SO A SINGLE         *00888200
992580     05 RDY-AVG           PIC 9(10).                              99258000
992590     05 FILLER            PIC X(02).                              99259000
992600     05 RDY-AVG-SHORT     PIC 9(10).                              99260000
130200                                                                  13020000
130210*----------------------------------------------------------------*13021000
130220* TEAM ROLLUP LINE - THE TEAM CODE FROM ELF-MST-TEAM (ELVES NOT  *13022000
130230* ON THE MASTER, AND UNNAMED LEGACY ELVES, ROLL UP UNDER         *13023000
130240* *NOTEAM* SO THE SHARES STILL ADD UP TO THE CAMP TOTAL)         *13024000
130250*----------------------------------------------------------------*13025000
130260 FD  TEAM-RPT.                                                    13026000
130270 01  TMR-REC.                                                     13027000
130280     05 TMR-TEAM          PIC X(10).                              13028000
130290     05 FILLER            PIC X(02).                              13029000
130300     05 TMR-ELF-CNT       PIC 9(05).                              13030000
130310     05 FILLER            PIC X(02).                              13031000
130320     05 TMR-TOTAL         PIC 9(10).                              13032000
130330     05 FILLER            PIC X(02).                              13033000
130340     05 TMR-AVG           PIC 9(10)V99.                           13034000
130350     05 FILLER            PIC X(02).                              13035000
130360     05 TMR-HIGH-NAME     PIC X(10).                              13036000
130370     05 FILLER            PIC X(02).                              13037000
130380     05 TMR-HIGH          PIC 9(10).                              13038000
130390     05 FILLER            PIC X(02).                              13039000
130400     05 TMR-LOW-NAME      PIC X(10).                              13040000
130410     05 FILLER            PIC X(02).                              13041000
130420     05 TMR-LOW           PIC 9(10).                              13042000
130430     05 FILLER            PIC X(02).                              13043000
130440     05 TMR-SHARE-PCT     PIC 9(03)V99.                           13044000
133600                                                                  13360000
133610*----------------------------------------------------------------*13361000
133620* PER-ELF HISTORY ROW - EIGHT-DIGIT RUN DATE, THE ELF KEY, ITS   *13362000
133630* TEAM AND EXPEDITION AT THE TIME, AND THE BOOKED TOTAL          *13363000
133640*----------------------------------------------------------------*13364000
133650 FD  ELF-HIST.                                                    13365000
133660 01  EHS-REC.                                                     13366000
133670     05 EHS-RUN-DATE      PIC 9(08).                              13367000
133680     05 FILLER            PIC X(01).                              13368000
133690     05 EHS-ELF-KEY       PIC X(10).                              13369000
133700     05 FILLER            PIC X(01).                              13370000
133710     05 EHS-TEAM          PIC X(10).                              13371000
133720     05 FILLER            PIC X(01).                              13372000
133730     05 EHS-EXP-ID        PIC X(09).                              13373000
133740     05 FILLER            PIC X(01).                              13374000
133750     05 EHS-TOTAL         PIC 9(10).                              13375000
996200                                                                  99620000
996210*----------------------------------------------------------------*99621000
996220* CHECKPOINT HEADER - THE LAST PROCESSED LINE AND EVERY          *99622000
120300     05 CKPT-BAL-OUT      PIC 9(07).                              12030000
120310     05 CKPT-BAL-REJ      PIC 9(07).                              12031000
120320     05 CKPT-BAL-SKIP     PIC 9(07).                              12032000
130500     05 CKPT-TEAM-CNT     PIC 9(02).                              13050000
130510     05 CKPT-TEAM-TABLE   PIC X(7950).                            13051000
996420                                                                  99642000
996430*----------------------------------------------------------------*99643000
996440* CHECKPOINT ELF DETAIL - ONE ROW PER COMPLETED ELF BREAK,       *99644000
117100 FD  BAL-FILE.                                                    11710000
117110     COPY AOCDBAL.                                                11711000
117120                                                                  11712000
117121 FD  HND-FILE.                                                    11712100
117122     COPY AOCDHND.                                                11712200
117123                                                                  11712300
008897 FD  AUD-HIST                                                     00889700
008898     DATA RECORD IS AUD-HIST-REC.                                 00889800
008899 01  AUD-HIST-REC.                                                00889900
008904     05 HIST-PGM             PIC X(08).                           00890400
008905     05 FILLER               PIC X(02).                           00890600
008906     05 HIST-OUTPUT          PIC X(40).                           00890600
008906     05 FILLER               PIC X(02).                           00890600
008906     05 HIST-VERSION         PIC X(08).                           00890600
000900 WORKING-STORAGE SECTION.                                         00090001
000901*----------------------------------------------------------------*00090117
000902* FIELDS TO TRACK THE TOTAL CALORIES OF EACH ELF AND THE HIGHEST *00090217
009578        10 WS-FT-DESC     PIC X(20).                              00957800
009579        10 WS-FT-ELF-TOT  PIC 9(10).                              00957900
009580        10 WS-FT-CAMP-TOT PIC 9(10).                              00958000
130600*----------------------------------------------------------------*13060000
130610* ONE ENTRY PER ELF MASTER TEAM. THE FOOD-TYPE MIX IS FOLDED IN  *13061000
130620* AT EACH ELF BREAK (SO IT RIDES THE CHECKPOINT LIKE THE CAMP    *13062000
130630* FOOD TOTALS); COUNT, TOTAL, HIGHEST AND LOWEST ARE TAKEN IN    *13063000
130640* THE SORT OUTPUT, WHERE A MERGED ELF APPEARS ONCE AT ITS        *13064000
130650* COMBINED FIGURE. SLOT 30 COLLECTS ANY OVERFLOW                 *13065000
130660*----------------------------------------------------------------*13066000
130670 01  WS-TEAM-FIELDS.                                              13067000
130680     05 WS-TM-CNT         PIC 9(02)   VALUE ZEROES.               13068000
130690     05 WS-MAX-TMS        PIC 9(02)   VALUE 30.                   13069000
130700     05 WS-TM-IDX         PIC 9(02)   VALUE ZEROES.               13070000
130710     05 WS-TM-SLOT        PIC 9(02)   VALUE ZEROES.               13071000
130720     05 WS-CUR-TEAM       PIC X(10)   VALUE SPACES.               13072000
130730     05 WS-TM-AVG         PIC 9(10)V99 VALUE ZEROES.              13073000
130740 01  WS-TEAM-TABLE.                                               13074000
130750     05 WS-TM-ENTRY       OCCURS 30 TIMES.                        13075000
130760        10 WS-TM-TEAM     PIC X(10).                              13076000
130770        10 WS-TM-ELF-CNT  PIC 9(05).                              13077000
130780        10 WS-TM-TOTAL    PIC 9(10).                              13078000
130790        10 WS-TM-HIGH-NAME PIC X(10).                             13079000
130800        10 WS-TM-HIGH     PIC 9(10).                              13080000
130810        10 WS-TM-LOW-NAME PIC X(10).                              13081000
130820        10 WS-TM-LOW      PIC 9(10).                              13082000
130830        10 WS-TM-FT-TOT   PIC 9(10)   OCCURS 20 TIMES.            13083000
009536 01  WS-SYNTH-KEY.                                                00953600
009537     05 WS-SYNTH-KEY-LIT  PIC X(03)   VALUE 'ELF'.                00953700
009538     05 WS-SYNTH-KEY-SEQ  PIC 9(05)   VALUE ZEROES.               00953800
992970        88 RDP-EOF       VALUE '10'.                              99297000
992980     05 RDY-FILE-STATUS PIC X(02)     VALUE SPACES.               99298000
992990        88 RDY-SUCCESS   VALUE '00'.                              99299000
130900     05 TMR-FILE-STATUS PIC X(02)     VALUE SPACES.               13090000
130910        88 TMR-SUCCESS   VALUE '00'.                              13091000
133800     05 EHS-FILE-STATUS PIC X(02)     VALUE SPACES.               13380000
133810        88 EHS-SUCCESS   VALUE '00'.                              13381000
133820     05 WS-EHS-DATE     PIC 9(08)     VALUE ZEROES.               13382000
133830     05 WS-EHS-CNT      PIC 9(05)     VALUE ZEROES.               13383000
010483     05 WS-FT-LOAD-IDX  PIC 9(02)     VALUE ZEROES.               01048300
010484     05 WS-BAD-FT-CNT   PIC 9(05)     VALUE ZEROES.               01048400
010485     05 WS-SORT-DONE-SW PIC X(01)     VALUE 'N'.                  01048500
104867     05 WS-CTL-FAIL-SW  PIC X(01)     VALUE 'N'.                  10486700
104868        88 WS-CTL-FAIL   VALUE 'Y'.                               10486800
001050     05 WS-RUN-DATE     PIC 9(06)     VALUE ZEROES.               00105000
010505     05 WS-RUN-DATE-8   PIC 9(08)     VALUE ZEROES.               01050500
001051                                                                  00105100
996661*----------------------------------------------------------------*99666100
996662* DETAIL ROWS KEPT THROUGH A RESTART - THE RE-RELEASE PASS       *99666200
996669     05 WS-CKE-KEEP-CNT PIC 9(05)     VALUE ZEROES.               99666900
996671     05 WS-CKE-I        PIC 9(05)     VALUE ZEROES.               99667100
996670     05 WS-CKE-KEEP-ROW PIC X(40)     OCCURS 20000 TIMES.         99667000
996671*----------------------------------------------------------------*99667100
996672* HANDOFF COUNTS - THE AOCD1RPT AND AOCD1IDX RECORDS WRITTEN     *99667200
996673*----------------------------------------------------------------*99667300
996674 01  WS-HND-FIELDS.                                               99667400
996675     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               99667500
996676        88 HND-SUCCESS    VALUE '00'.                             99667600
996677     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               99667700
996678     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               99667800
996679     05 WS-HND-IDX-CNT    PIC 9(07)   VALUE ZEROES.               99667900
996680                                                                  99668000
001052*----------------------------------------------------------------*00105217
001053* FIELDS USED TO STAMP AND WRITE ONE ROW TO THE SHARED           *00105317
001054* AOCDHST AUDIT-HISTORY FILE AT THE END OF THE RUN               *00105417
001057     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00105717
001058     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00105817
001059     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00105917
001060     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00106000
115200     05 LOCK-FILE-STATUS PIC X(02)    VALUE SPACES.               11520000
115210        88 LOCK-OPEN-OK  VALUE '00'.                              11521000
115220                                                                  11522000
001418     END-IF.                                                      00141800
001410     PERFORM 4000-DISP-CALORIES-CLOSE  THRU 4000-EXIT.            00141016
993010     PERFORM 4300-WRITE-READINESS      THRU 4300-EXIT.            99301000
131000     PERFORM 4400-WRITE-TEAM-ROLLUP    THRU 4400-EXIT.            13100000
001500                                                                  00150001
001600                                                                  00160000
001600     STRING 'HIGHEST CALORIES: ' DELIMITED BY SIZE                00160000
001905     OPEN OUTPUT REJECT-RPT.                                      00190500
001906     OPEN OUTPUT CAL-RPT.                                         00190600
001907     ACCEPT WS-RUN-DATE      FROM DATE.                           00190700
019075     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01907500
001908     PERFORM 1050-WRITE-RPT-HEADER  THRU 1050-EXIT.               00190800
001909     OPEN EXTEND TREND-RPT.                                       00190900
133900     OPEN EXTEND ELF-HIST.                                        13390000
133910     ACCEPT WS-EHS-DATE      FROM DATE YYYYMMDD.                  13391000
994100*----------------------------------------------------------------*99410000
994110* THE LOOKUP FILE IS EMPTIED THEN REOPENED I-O SO A DUPLICATE    *99411000
994120* NAME FROM A SPLIT FEED CAN BE READ BACK AND MERGED IN PLACE    *99412000
120350                   MOVE CKPT-BAL-OUT      TO WS-BAL-OUT-CNT       12035000
120360                   MOVE CKPT-BAL-REJ      TO WS-BAL-REJ-CNT       12036000
120370                   MOVE CKPT-BAL-SKIP     TO WS-BAL-SKIP-CNT      12037000
131100                   MOVE CKPT-TEAM-CNT     TO WS-TM-CNT            13110000
131110                   MOVE CKPT-TEAM-TABLE   TO WS-TEAM-TABLE        13111000
997310                   DISPLAY 'RESTART - RESUMING AFTER LINE '       99731000
997320                           WS-RESUME-LINE                         99732000
997330                END-IF                                            99733000
998040           INVALID KEY                                            99804000
998050              MOVE CKE-TOTAL  TO ELF-LOOKUP-TOTAL                 99805000
998060              REWRITE ELF-LOOKUP-REC                              99806000
998061           NOT INVALID KEY                                        99806100
998062              ADD 1           TO WS-HND-IDX-CNT                   99806200
998070        END-WRITE                                                 99807000
998080     END-IF.                                                      99808000
998090     INITIALIZE               CAL-RPT-REC.                        99809000
998120     MOVE CKE-TOTAL             TO RPT-AMOUNT.                    99812000
998130     MOVE CKE-NAME              TO RPT-ELF-NAME.                  99813000
998140     WRITE CAL-RPT-REC.                                           99814000
998141     ADD 1                 TO WS-HND-CNT.                         99814100
998150 1650-EXIT.                                                       99815000
998160     EXIT.                                                        99816000
998161                                                                  99816100
002780     MOVE 'CALORIE REPORT - RUN DATE' TO RPT-TEXT.                00278000
002790     MOVE WS-RUN-DATE        TO RPT-DATE.                         00279000
002800     WRITE CAL-RPT-REC.                                           00280000
002801     ADD 1                 TO WS-HND-CNT.                         00280100
002810 1050-EXIT.                                                       00281000
002820     EXIT.                                                        00282000
002830                                                                  00283000
994300     MOVE TOTAL-CALORIES        TO RPT-AMOUNT.                    99430000
994310     MOVE WS-CURRENT-ELF-NAME   TO RPT-ELF-NAME.                  99431000
994320     WRITE CAL-RPT-REC.                                           99432000
994321     ADD 1                 TO WS-HND-CNT.                         99432100
994330*----------------------------------------------------------------*99433000
994340* THE LOOKUP ROW IS WRITTEN BEFORE THE SORT RELEASE SO A         *99434000
994350* DUPLICATE NAME FROM A SPLIT FEED IS CAUGHT AND MERGED FIRST,   *99435000
994480        MOVE WS-SYNTH-KEY           TO ELF-LOOKUP-KEY             99448000
994490        PERFORM 3250-WRITE-LOOKUP  THRU 3250-EXIT                 99449000
994500     END-IF.                                                      99450000
131400*----------------------------------------------------------------*13140000
131410* THE ELF'S TEAM COMES FROM THE MASTER ROW JUST VALIDATED - AN   *13141000
131420* UNKNOWN OR UNNAMED ELF, OR A BLANK TEAM, ROLLS UP UNDER        *13142000
131430* *NOTEAM* SO ITS CALORIES ARE STILL ACCOUNTED FOR               *13143000
131440*----------------------------------------------------------------*13144000
131450     MOVE '*NOTEAM*'          TO WS-CUR-TEAM.                     13145000
131460     IF WS-CURRENT-ELF-NAME NOT = SPACES                          13146000
131470        AND WS-ELF-KNOWN                                          13147000
131480        AND ELF-MST-TEAM NOT = SPACES                             13148000
131490        MOVE ELF-MST-TEAM     TO WS-CUR-TEAM                      13149000
131500     END-IF.                                                      13150000
131510     PERFORM 3270-FIND-TEAM-SLOT  THRU 3270-EXIT.                 13151000
994510     IF WS-MERGED                                                 99451000
994520        MOVE ELF-LOOKUP-TOTAL   TO WS-RELEASE-TOTAL               99452000
994530        ADD 1                   TO WS-MERGE-CNT                   99453000
994580        MOVE WS-RELEASE-TOTAL   TO RPT-AMOUNT                     99458000
994590        MOVE WS-CURRENT-ELF-NAME  TO RPT-ELF-NAME                 99459000
994600        WRITE CAL-RPT-REC                                         99460000
994601        ADD 1                 TO WS-HND-CNT                       99460100
994610        DISPLAY 'DUPLICATE ELF ' WS-CURRENT-ELF-NAME              99461000
994620                ' MERGED - COMBINED TOTAL: ' WS-RELEASE-TOTAL     99462000
994630     END-IF.                                                      99463000
004789        INTO RPT-TEXT.                                            00478900
004790     MOVE HDR-EXP-DATE           TO RPT-DATE.                     00479000
004791     WRITE CAL-RPT-REC.                                           00479100
004792     ADD 1                 TO WS-HND-CNT.                         00479200
004792 3300-EXIT.                                                       00479200
004793     EXIT.                                                        00479300
004794                                                                  00479400
004836           MOVE WS-FT-DESC(WS-FT-IDX) TO FTR-TYPE-DESC            00483600
004837           MOVE WS-FT-ELF-TOT(WS-FT-IDX) TO FTR-AMOUNT            00483700
004838           WRITE FTR-REC                                          00483800
131600           ADD WS-FT-ELF-TOT(WS-FT-IDX)                           13160000
131610             TO WS-TM-FT-TOT(WS-TM-SLOT WS-FT-IDX)                13161000
004839           MOVE ZEROES           TO WS-FT-ELF-TOT(WS-FT-IDX)      00483900
004840        END-IF                                                    00484000
004841     END-PERFORM.                                                 00484100
994920     WRITE ELF-LOOKUP-REC                                         99492000
994930        INVALID KEY                                               99493000
994940           PERFORM 3260-MERGE-DUP-ELF  THRU 3260-EXIT             99494000
994941        NOT INVALID KEY                                           99494100
994942           ADD 1              TO WS-HND-IDX-CNT                   99494200
994950     END-WRITE.                                                   99495000
005039 3250-EXIT.                                                       00503900
005040     EXIT.                                                        00504000
995180     END-READ.                                                    99518000
995190 3260-EXIT.                                                       99519000
995200     EXIT.                                                        99520000
132010                                                                  13201000
132020 3270-FIND-TEAM-SLOT.                                             13202000
132030*----------------------------------------------------------------*13203000
132040* LOCATE WS-CUR-TEAM IN THE TEAM TABLE, ADDING IT ON FIRST       *13204000
132050* SIGHT. ONE PAST TABLE CAPACITY FOLDS INTO THE LAST SLOT, THE   *13205000
132060* SAME WAY THE EXPEDITION TABLE HANDLES OVERFLOW                 *13206000
132070*----------------------------------------------------------------*13207000
132080     MOVE ZEROES              TO WS-TM-SLOT.                      13208000
132090     PERFORM VARYING WS-TM-IDX FROM 1 BY 1                        13209000
132100               UNTIL WS-TM-IDX > WS-TM-CNT                        13210000
132110                  OR WS-TM-SLOT > ZEROES                          13211000
132120        IF WS-TM-TEAM(WS-TM-IDX) = WS-CUR-TEAM                    13212000
132130           MOVE WS-TM-IDX        TO WS-TM-SLOT                    13213000
132140        END-IF                                                    13214000
132150     END-PERFORM.                                                 13215000
132160     IF WS-TM-SLOT = ZEROES                                       13216000
132170        IF WS-TM-CNT < WS-MAX-TMS                                 13217000
132180           ADD 1                 TO WS-TM-CNT                     13218000
132190           MOVE WS-TM-CNT        TO WS-TM-SLOT                    13219000
132200           MOVE WS-CUR-TEAM      TO WS-TM-TEAM(WS-TM-SLOT)        13220000
132210        ELSE                                                      13221000
132220           DISPLAY 'TEAM TABLE CAPACITY (30) EXCEEDED: '          13222000
132230                   WS-CUR-TEAM                                    13223000
132240           MOVE WS-MAX-TMS       TO WS-TM-SLOT                    13224000
132250        END-IF                                                    13225000
132260     END-IF.                                                      13226000
132270 3270-EXIT.                                                       13227000
132280     EXIT.                                                        13228000
998000                                                                  99800000
998010 3500-WRITE-CKPT-DETAIL.                                          99801000
998020*----------------------------------------------------------------*99802000
120400     MOVE WS-BAL-OUT-CNT      TO CKPT-BAL-OUT.                    12040000
120410     MOVE WS-BAL-REJ-CNT      TO CKPT-BAL-REJ.                    12041000
120420     MOVE WS-BAL-SKIP-CNT     TO CKPT-BAL-SKIP.                   12042000
131200     MOVE WS-TM-CNT           TO CKPT-TEAM-CNT.                   13120000
131210     MOVE WS-TEAM-TABLE       TO CKPT-TEAM-TABLE.                 13121000
998430     OPEN OUTPUT CKPT-FILE.                                       99843000
998440     WRITE CKPT-HDR-REC.                                          99844000
998450     CLOSE CKPT-FILE.                                             99845000
005202     MOVE 'HIGHEST CALORIES'      TO RPT-TEXT.                    00520200
005203     MOVE HIGHEST-CALORIES        TO RPT-AMOUNT.                  00520300
005204     WRITE CAL-RPT-REC.                                           00520400
005205     ADD 1                 TO WS-HND-CNT.                         00520500
005204     PERFORM 4200-WRITE-CAMP-FOOD   THRU 4200-EXIT.               00520400
005206     CLOSE CAL-RPT.                                               00520600
005207     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  00520700
005207     INITIALIZE               TREND-REC.                          00520700
005208     MOVE WS-RUN-DATE-8      TO TRND-RUN-DATE.                    00520800
005209     MOVE HIGHEST-CALORIES   TO TRND-HIGHEST.                     00520900
005210     WRITE TREND-REC.                                             00521000
005211     CLOSE TREND-RPT.                                             00521100
134000     CLOSE ELF-HIST.                                              13400000
134010     DISPLAY 'ELF HISTORY ROWS APPENDED: ' WS-EHS-CNT.            13401000
117350     PERFORM 9700-WRITE-BALANCE  THRU 9700-EXIT.                  11735000
005300 4000-EXIT.                                                       00530001
005400     EXIT.                                                        00540001
005441     MOVE 'GRAND TOTAL ALL EXPEDITIONS'  TO RPT-TEXT.             00544100
005442     MOVE WS-GRAND-TOTAL      TO RPT-AMOUNT.                      00544200
005443     WRITE CAL-RPT-REC.                                           00544300
005444     ADD 1                 TO WS-HND-CNT.                         00544400
995500     COMPUTE WS-AVG-DIVISOR = WS-ELF-SEQ - WS-MERGE-CNT.          99550000
995510     IF WS-AVG-DIVISOR > ZEROES                                   99551000
995520        DIVIDE WS-GRAND-TOTAL BY WS-AVG-DIVISOR                   99552000
005450     MOVE 'AVERAGE CALORIES PER ELF'  TO RPT-TEXT.                00545000
005451     MOVE WS-AVERAGE-CAL        TO RPT-AMOUNT.                    00545100
005452     WRITE CAL-RPT-REC.                                           00545200
005453     ADD 1                 TO WS-HND-CNT.                         00545300
005670 4100-EXIT.                                                       00567000
005680     EXIT.                                                        00568000
005681                                                                  00568100
005465     END-IF.                                                      00546500
005466     ADD 1                    TO WS-EXP-RANK.                     00546600
005467     ADD SRT-TOTAL            TO WS-GRAND-TOTAL.                  00546700
131700     PERFORM 4130-TALLY-TEAM      THRU 4130-EXIT.                 13170000
005468     DISPLAY 'RANK ' WS-EXP-RANK ' EXPEDITION '                   00546800
005469             WS-EXP-ID(SRT-EXP-IDX)                               00546900
005470             ' CALORIES: ' SRT-TOTAL.                             00547000
005477     MOVE SRT-TOTAL            TO RPT-AMOUNT.                     00547700
005478     MOVE SRT-NAME             TO RPT-ELF-NAME.                   00547800
005479     WRITE CAL-RPT-REC.                                           00547900
005480     ADD 1                 TO WS-HND-CNT.                         00548000
005480 4120-EXIT.                                                       00548000
005481     EXIT.                                                        00548100
132400                                                                  13240000
132410 4130-TALLY-TEAM.                                                 13241000
132420*----------------------------------------------------------------*13242000
132430* FOLD ONE RANKED ELF INTO ITS TEAM'S COUNT, TOTAL, HIGHEST AND  *13243000
132440* LOWEST. THE TEAM IS RE-READ FROM THE MASTER BY NAME SO ELVES   *13244000
132450* RE-RELEASED FROM A CHECKPOINT ROLL UP THE SAME AS ANY OTHER    *13245000
132460*----------------------------------------------------------------*13246000
132470     MOVE '*NOTEAM*'          TO WS-CUR-TEAM.                     13247000
132480     IF SRT-NAME NOT = SPACES                                     13248000
132490        MOVE SRT-NAME         TO ELF-MST-KEY                      13249000
132500        READ ELF-MASTER                                           13250000
132510             INVALID KEY                                          13251000
132520                CONTINUE                                          13252000
132530             NOT INVALID KEY                                      13253000
132540                IF ELF-MST-IS-ACTIVE                              13254000
132550                   AND ELF-MST-TEAM NOT = SPACES                  13255000
132560                   MOVE ELF-MST-TEAM  TO WS-CUR-TEAM              13256000
132570                END-IF                                            13257000
134100                IF ELF-MST-IS-ACTIVE                              13410000
134110                   AND NOT WS-CTL-FAIL                            13411000
134120                   PERFORM 4140-WRITE-ELF-HIST  THRU 4140-EXIT    13412000
134130                END-IF                                            13413000
132580        END-READ                                                  13258000
132590     END-IF.                                                      13259000
132600     PERFORM 3270-FIND-TEAM-SLOT  THRU 3270-EXIT.                 13260000
132610     IF WS-TM-ELF-CNT(WS-TM-SLOT) = ZEROES                        13261000
132620        OR SRT-TOTAL > WS-TM-HIGH(WS-TM-SLOT)                     13262000
132630        MOVE SRT-TOTAL        TO WS-TM-HIGH(WS-TM-SLOT)           13263000
132640        MOVE SRT-NAME         TO WS-TM-HIGH-NAME(WS-TM-SLOT)      13264000
132650     END-IF.                                                      13265000
132660     IF WS-TM-ELF-CNT(WS-TM-SLOT) = ZEROES                        13266000
132670        OR SRT-TOTAL < WS-TM-LOW(WS-TM-SLOT)                      13267000
132680        MOVE SRT-TOTAL        TO WS-TM-LOW(WS-TM-SLOT)            13268000
132690        MOVE SRT-NAME         TO WS-TM-LOW-NAME(WS-TM-SLOT)       13269000
132700     END-IF.                                                      13270000
132710     ADD 1                    TO WS-TM-ELF-CNT(WS-TM-SLOT).       13271000
132720     ADD SRT-TOTAL            TO WS-TM-TOTAL(WS-TM-SLOT).         13272000
132730 4130-EXIT.                                                       13273000
132740     EXIT.                                                        13274000
134200                                                                  13420000
134210 4140-WRITE-ELF-HIST.                                             13421000
134220*----------------------------------------------------------------*13422000
134230* APPEND THE VALIDATED ELF'S BOOKED TOTAL TO AOCD1EHS. A RUN     *13423000
134240* THAT FAILED ITS CONTROL TOTALS WRITES NO HISTORY, SO A SHORT   *13424000
134250* FEED CAN NEVER LOOK LIKE A CAMP-WIDE DECLINE                   *13425000
134260*----------------------------------------------------------------*13426000
134270     INITIALIZE               EHS-REC.                            13427000
134280     MOVE WS-EHS-DATE         TO EHS-RUN-DATE.                    13428000
134290     MOVE SRT-NAME            TO EHS-ELF-KEY.                     13429000
134300     MOVE WS-CUR-TEAM         TO EHS-TEAM.                        13430000
134310     MOVE WS-EXP-ID(SRT-EXP-IDX)  TO EHS-EXP-ID.                  13431000
134320     MOVE SRT-TOTAL           TO EHS-TOTAL.                       13432000
134330     WRITE EHS-REC.                                               13433000
134340     ADD 1                    TO WS-EHS-CNT.                      13434000
134350 4140-EXIT.                                                       13435000
134360     EXIT.                                                        13436000
005482                                                                  00548200
005681                                                                  00568100
005682 4150-WRITE-EXP-SUMMARY.                                          00568200
005691     MOVE WS-EXP-TOTAL(WS-PREV-EXP-IDX) TO RPT-AMOUNT.            00569100
005692     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00569200
005693     WRITE CAL-RPT-REC.                                           00569300
005694     ADD 1                 TO WS-HND-CNT.                         00569400
005694     INITIALIZE               CAL-RPT-REC.                        00569400
005695     MOVE 'EXPEDITION HIGHEST' TO RPT-TEXT.                       00569500
005696     MOVE WS-EXP-HIGHEST(WS-PREV-EXP-IDX) TO RPT-AMOUNT.          00569600
005697     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00569700
005698     WRITE CAL-RPT-REC.                                           00569800
005699     ADD 1                 TO WS-HND-CNT.                         00569900
005699     IF WS-EXP-ELF-CNT(WS-PREV-EXP-IDX) > ZEROES                  00569900
005700        DIVIDE WS-EXP-TOTAL(WS-PREV-EXP-IDX)                      00570000
005701             BY WS-EXP-ELF-CNT(WS-PREV-EXP-IDX)                   00570100
005708     MOVE WS-EXP-AVG(WS-PREV-EXP-IDX)   TO RPT-AMOUNT.            00570800
005709     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00570900
005710     WRITE CAL-RPT-REC.                                           00571000
005711     ADD 1                 TO WS-HND-CNT.                         00571100
005711 4150-EXIT.                                                       00571100
005712     EXIT.                                                        00571200
005713                                                                  00571300
005717* TYPE, INCLUDING THE UNCLASSIFIED SLOT WHEN IT COLLECTED        *00571700
005718* ANYTHING - AND CLOSE THE BREAKDOWN REPORT                      *00571800
005719*----------------------------------------------------------------*00571900
131800     PERFORM 4250-WRITE-TEAM-FOOD   THRU 4250-EXIT.               13180000
005720     PERFORM VARYING WS-FT-IDX FROM 1 BY 1                        00572000
005721               UNTIL WS-FT-IDX > WS-FT-CNT + 1                    00572100
005722        IF WS-FT-CAMP-TOT(WS-FT-IDX) > ZEROES                     00572200
005737     CLOSE FTY-RPT.                                               00573700
005738 4200-EXIT.                                                       00573800
005739     EXIT.                                                        00573900
132800                                                                  13280000
132810 4250-WRITE-TEAM-FOOD.                                            13281000
132820*----------------------------------------------------------------*13282000
132830* ONE BREAKDOWN LINE PER FOOD TYPE EACH TEAM CARRIED, WITH THE   *13283000
132840* TEAM CODE IN THE ELF-NAME COLUMN, SO THE TEAM'S FOOD-TYPE MIX  *13284000
132850* SITS BETWEEN THE ELF LINES AND THE CAMP LINES                  *13285000
132860*----------------------------------------------------------------*13286000
132870     PERFORM VARYING WS-TM-IDX FROM 1 BY 1                        13287000
132880               UNTIL WS-TM-IDX > WS-TM-CNT                        13288000
132890        PERFORM VARYING WS-FT-IDX FROM 1 BY 1                     13289000
132900                  UNTIL WS-FT-IDX > WS-FT-CNT + 1                 13290000
132910           IF WS-TM-FT-TOT(WS-TM-IDX WS-FT-IDX) > ZEROES          13291000
132920              INITIALIZE            FTR-REC                       13292000
132930              MOVE 'TEAM'           TO FTR-SCOPE                  13293000
132940              MOVE WS-TM-TEAM(WS-TM-IDX)  TO FTR-ELF-NAME         13294000
132950              MOVE WS-FT-CODE(WS-FT-IDX)  TO FTR-TYPE-CODE        13295000
132960              MOVE WS-FT-DESC(WS-FT-IDX)  TO FTR-TYPE-DESC        13296000
132970              MOVE WS-TM-FT-TOT(WS-TM-IDX WS-FT-IDX)              13297000
132980                                    TO FTR-AMOUNT                 13298000
132990              WRITE FTR-REC                                       13299000
133000           END-IF                                                 13300000
133010        END-PERFORM                                               13301000
133020     END-PERFORM.                                                 13302000
133030 4250-EXIT.                                                       13303000
133040     EXIT.                                                        13304000
993500                                                                  99350000
993510 4300-WRITE-READINESS.                                            99351000
993520*----------------------------------------------------------------*99352000
994390     WRITE RDY-REC.                                               99439000
994400 4350-EXIT.                                                       99440000
994410     EXIT.                                                        99441000
133100                                                                  13310000
133110 4400-WRITE-TEAM-ROLLUP.                                          13311000
133120*----------------------------------------------------------------*13312000
133130* RUN-END TEAM ROLLUP - ONE LINE PER TEAM WITH ITS ELF COUNT,    *13313000
133140* TOTAL, AVERAGE, HIGHEST AND LOWEST ELF AND SHARE OF THE CAMP   *13314000
133150* GRAND TOTAL, CLOSED BY A CAMP LINE THE SHARES ADD UP TO        *13315000
133160*----------------------------------------------------------------*13316000
133170     OPEN OUTPUT TEAM-RPT.                                        13317000
133180     PERFORM VARYING WS-TM-IDX FROM 1 BY 1                        13318000
133190               UNTIL WS-TM-IDX > WS-TM-CNT                        13319000
133200        IF WS-TM-ELF-CNT(WS-TM-IDX) > ZEROES                      13320000
133210           PERFORM 4450-WRITE-ONE-TEAM  THRU 4450-EXIT            13321000
133220        END-IF                                                    13322000
133230     END-PERFORM.                                                 13323000
133240     INITIALIZE               TMR-REC.                            13324000
133250     MOVE 'CAMP TOTAL'        TO TMR-TEAM.                        13325000
133260     MOVE WS-AVG-DIVISOR      TO TMR-ELF-CNT.                     13326000
133270     MOVE WS-GRAND-TOTAL      TO TMR-TOTAL.                       13327000
133280     MOVE WS-AVERAGE-CAL      TO TMR-AVG.                         13328000
133290     MOVE HIGHEST-CALORIES    TO TMR-HIGH.                        13329000
133300     IF WS-GRAND-TOTAL > ZEROES                                   13330000
133310        MOVE 100              TO TMR-SHARE-PCT                    13331000
133320     END-IF.                                                      13332000
133330     WRITE TMR-REC.                                               13333000
133340     CLOSE TEAM-RPT.                                              13334000
133350     DISPLAY 'TEAMS ROLLED UP: ' WS-TM-CNT.                       13335000
133360 4400-EXIT.                                                       13336000
133370     EXIT.                                                        13337000
133380                                                                  13338000
133390 4450-WRITE-ONE-TEAM.                                             13339000
133400     MOVE ZEROES              TO WS-TM-AVG.                       13340000
133410     DIVIDE WS-TM-TOTAL(WS-TM-IDX) BY WS-TM-ELF-CNT(WS-TM-IDX)    13341000
133420                          GIVING WS-TM-AVG ROUNDED.               13342000
133430     INITIALIZE               TMR-REC.                            13343000
133440     MOVE WS-TM-TEAM(WS-TM-IDX)       TO TMR-TEAM.                13344000
133450     MOVE WS-TM-ELF-CNT(WS-TM-IDX)    TO TMR-ELF-CNT.             13345000
133460     MOVE WS-TM-TOTAL(WS-TM-IDX)      TO TMR-TOTAL.               13346000
133470     MOVE WS-TM-AVG                   TO TMR-AVG.                 13347000
133480     MOVE WS-TM-HIGH-NAME(WS-TM-IDX)  TO TMR-HIGH-NAME.           13348000
133490     MOVE WS-TM-HIGH(WS-TM-IDX)       TO TMR-HIGH.                13349000
133500     MOVE WS-TM-LOW-NAME(WS-TM-IDX)   TO TMR-LOW-NAME.            13350000
133510     MOVE WS-TM-LOW(WS-TM-IDX)        TO TMR-LOW.                 13351000
133520     IF WS-GRAND-TOTAL > ZEROES                                   13352000
133530        COMPUTE TMR-SHARE-PCT ROUNDED =                           13353000
133540           WS-TM-TOTAL(WS-TM-IDX) * 100 / WS-GRAND-TOTAL          13354000
133550     END-IF.                                                      13355000
133560     WRITE TMR-REC.                                               13356000
133570     DISPLAY 'TEAM ' WS-TM-TEAM(WS-TM-IDX)                        13357000
133580             ' ELVES: ' WS-TM-ELF-CNT(WS-TM-IDX)                  13358000
133590             ' TOTAL: ' WS-TM-TOTAL(WS-TM-IDX).                   13359000
133600 4450-EXIT.                                                       13360000
133610     EXIT.                                                        13361000
005740                                                                  00574000
005741 0500-LOAD-FOOD-TYPES.                                            00574100
005742*----------------------------------------------------------------*00574200
005746* RECOMPILE - THE SAME PATTERN AS AOCD3PG1'S PRIORITY TABLE      *00574600
005747*----------------------------------------------------------------*00574700
005748     INITIALIZE WS-FT-TABLE.                                      00574800
131300     INITIALIZE WS-TEAM-TABLE.                                    13130000
005749     OPEN INPUT FTY-TABLE.                                        00574900
005750     IF FTY-SUCCESS                                               00575000
005751        PERFORM UNTIL FTY-EOF                                     00575100
991280* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99128000
991290* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99129000
991300*----------------------------------------------------------------*99130000
991310     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99131000
991320     MOVE 'AOCD1PG1'           TO EXC-PGM.                        99132000
991330     WRITE SUITE-EXC-REC.                                         99133000
991340 3900-EXIT.                                                       99134000
991350     EXIT.                                                        99135000
991360                                                                  99136000
991361*----------------------------------------------------------------*99136100
991362* WRITES THIS RUN'S HANDOFF COUNTS - RECORDS WRITTEN TO AOCD1RPT *99136200
991363* AND AOCD1IDX - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL        *99136300
991364*----------------------------------------------------------------*99136400
991365 9750-WRITE-HANDOFF.                                              99136500
991366     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 99136600
991367     OPEN EXTEND HND-FILE.                                        99136700
991368     IF HND-SUCCESS                                               99136800
991369        INITIALIZE            HANDOFF-CNT-REC                     99136900
991370        MOVE WS-HND-DATE      TO HND-RUN-DATE                     99137000
991371        MOVE 'AOCD1PG1'       TO HND-PGM                          99137100
991372        MOVE 'AOCD1RPT'       TO HND-DD                           99137200
991373        SET HND-WRITER        TO TRUE                             99137300
991374        MOVE WS-HND-CNT       TO HND-REC-CNT                      99137400
991375        MOVE WS-HIST-VER      TO HND-VERSION                      99137500
991376        WRITE HANDOFF-CNT-REC                                     99137600
991377        INITIALIZE            HANDOFF-CNT-REC                     99137700
991378        MOVE WS-HND-DATE      TO HND-RUN-DATE                     99137800
991379        MOVE 'AOCD1PG1'       TO HND-PGM                          99137900
991380        MOVE 'AOCD1IDX'       TO HND-DD                           99138000
991381        SET HND-WRITER        TO TRUE                             99138100
991382        MOVE WS-HND-IDX-CNT   TO HND-REC-CNT                      99138200
991383        MOVE WS-HIST-VER      TO HND-VERSION                      99138300
991384        WRITE HANDOFF-CNT-REC                                     99138400
991385        CLOSE HND-FILE                                            99138500
991386     END-IF.                                                      99138600
991387 9750-EXIT.                                                       99138700
991388     EXIT.                                                        99138800
991389                                                                  99138900
005780*----------------------------------------------------------------*00578000
005780*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 00578000
005780*----------------------------------------------------------------*00578000
005780     MOVE WS-HIST-DATE          TO HIST-DATE.                     00578000
005780     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00578000
005780     MOVE 'AOCD1PG1'        TO HIST-PGM.                          00578000
005780     MOVE WS-HIST-VER       TO HIST-VERSION.                      00578000
005780     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00578000
005780     WRITE AUD-HIST-REC.                                          00578000
005780     CLOSE AUD-HIST.                                              00578000
117470     OPEN EXTEND BAL-FILE.                                        11747000
117480     IF BAL-SUCCESS                                               11748000
117490        INITIALIZE            SUITE-BAL-REC                       11749000
117500        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11750000
117510        MOVE 'AOCD1PG1'       TO BAL-PGM                          11751000
117511        MOVE WS-HIST-VER      TO BAL-VERSION                      11751100
117520        MOVE WS-FEED-REC-CNT  TO BAL-READ-CNT                     11752000
117530        MOVE WS-BAL-OUT-CNT   TO BAL-OUT-CNT                      11753000
117540        MOVE WS-BAL-REJ-CNT   TO BAL-REJECT-CNT                   11754000
