000700*  50,000 PHANTOM BADGES. RECEIPTS NOW ARRIVE AS TRANSACTIONS    *00070000
000800*  ON AOCD3RCP, ARE VALIDATED AGAINST THE LEDGER, ADDED TO       *00080000
000900*  ON-HAND, AND PROVED OUT ON THE RECEIPTS REGISTER - THE LOOP   *00090000
001010*  FROM REORDER TO RESTOCK NOW CLOSES INSIDE THE SYSTEM. EACH    *00101000
001020*  POSTED RECEIPT IS ALSO MATCHED TO ITS AOCD3OPO ORDER LINE SO  *00102000
001030*  PART DELIVERIES, OVER-DELIVERIES AND RECEIPTS NO ORDER        *00103000
001040*  EXPLAINS ARE FLAGGED ON THE REGISTER                          *00104000
001100*----------------------------------------------------------------*00110000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. AOCD3PG6.                                            00130000
003000         ACCESS MODE    IS SEQUENTIAL                             00300000
003100         FILE STATUS    IS LDG-FILE-STATUS.                       00310000
003200                                                                  00320000
003210*----------------------------------------------------------------*00321000
003220* OPEN-PO FILE FROM AOCD3PGB - EACH POSTED RECEIPT IS BOOKED     *00322000
003230* AGAINST ITS ORDER LINE, REWRITTEN WHOLE AT END OF RUN          *00323000
003240*----------------------------------------------------------------*00324000
003250     SELECT OPO-FILE     ASSIGN TO AOCD3OPO                       00325000
003260        ORGANIZATION    IS SEQUENTIAL                             00326000
003270         ACCESS MODE    IS SEQUENTIAL                             00327000
003280         FILE STATUS    IS OPO-FILE-STATUS.                       00328000
003300*----------------------------------------------------------------*00330000
003400* RECEIPTS REGISTER - ONE LINE PER RECEIPT WITH ITS NEW          *00340000
003500* ON-HAND, CLOSED BY THE POSTED/REJECTED TOTALS                  *00350000
007600     05 FILLER              PIC X(01).                            00760000
007700     05 LDG-REORDER-PT      PIC 9(05).                            00770000
007800                                                                  00780000
007801*----------------------------------------------------------------*00780100
007802* OPEN-PO FILE AS AOCD3PGB WRITES IT - ONE ROW PER ORDER LINE    *00780200
007803*----------------------------------------------------------------*00780300
007804 FD  OPO-FILE.                                                    00780400
007805 01  OPO-REC.                                                     00780500
007806     05 OPO-PO-NUMBER    PIC 9(06).                               00780600
007807     05 FILLER           PIC X(01).                               00780700
007808     05 OPO-LINE-NO      PIC 9(02).                               00780800
007809     05 FILLER           PIC X(01).                               00780900
007810     05 OPO-SUPPLIER     PIC X(10).                               00781000
007811     05 FILLER           PIC X(01).                               00781100
007812     05 OPO-ITEM         PIC X(01).                               00781200
007813     05 FILLER           PIC X(01).                               00781300
007814     05 OPO-ORDER-QTY    PIC 9(07).                               00781400
007815     05 FILLER           PIC X(01).                               00781500
007816     05 OPO-RECEIVED-QTY PIC 9(07).                               00781600
007817     05 FILLER           PIC X(01).                               00781700
007818     05 OPO-UNIT-COST    PIC 9(05)V99.                            00781800
007819     05 FILLER           PIC X(01).                               00781900
007820     05 OPO-ORDER-DATE   PIC 9(06).                               00782000
007821     05 FILLER           PIC X(01).                               00782100
007822     05 OPO-DUE-DATE     PIC 9(06).                               00782200
007823     05 FILLER           PIC X(01).                               00782300
007824     05 OPO-STATUS       PIC X(01).                               00782400
007825        88 OPO-OUTSTANDING            VALUE 'O' 'P'.              00782500
007826     05 FILLER           PIC X(01).                               00782600
007827     05 OPO-LAST-RCPT    PIC 9(06).                               00782700
007828     05 FILLER           PIC X(11).                               00782800
007829                                                                  00782900
007900 FD  RCR-RPT.                                                     00790000
008000 01  RCR-REC.                                                     00800000
008100     05 RCR-TEXT        PIC X(20).                                00810000
008900     05 RCR-DATE        PIC 9(06).                                00890000
009000     05 FILLER          PIC X(02).                                00900000
009100     05 RCR-NEW-ON-HAND PIC 9(05).                                00910000
009200     05 FILLER          PIC X(02).                                00920000
009210     05 RCR-PO-NUMBER   PIC 9(06).                                00921000
009220     05 FILLER          PIC X(02).                                00922000
009230     05 RCR-PO-FLAG     PIC X(08).                                00923000
009240     05 FILLER          PIC X(05).                                00924000
009300                                                                  00930000
009400 FD  SUITE-EXC.                                                   00940000
009500     COPY AOCDEXC.                                                00950000
010400     05 HIST-PGM             PIC X(08).                           01040000
010500     05 FILLER               PIC X(02).                           01050000
010600     05 HIST-OUTPUT          PIC X(40).                           01060000
010601     05 FILLER               PIC X(02).                           01060100
010602     05 HIST-VERSION         PIC X(08).                           01060200
010700                                                                  01070000
010800 WORKING-STORAGE SECTION.                                         01080000
010900 01  WS-WORK-FIELDS.                                              01090000
011400     05 WS-I              PIC 9(03)   VALUE ZEROES.               01140000
011500     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01150000
011600     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01160000
011650     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01165000
011700     05 WS-NEW-ON-HAND    PIC 9(06)   VALUE ZEROES.               01170000
011800     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               01180000
011810     05 WS-FILLED-CNT     PIC 9(05)   VALUE ZEROES.               01181000
011820     05 WS-PARTIAL-CNT    PIC 9(05)   VALUE ZEROES.               01182000
011830     05 WS-OVER-CNT       PIC 9(05)   VALUE ZEROES.               01183000
011840     05 WS-NOPO-CNT       PIC 9(05)   VALUE ZEROES.               01184000
011900                                                                  01190000
012000*----------------------------------------------------------------*01200000
012100* THE LEDGER LOADED TO STORAGE, POSTED IN PLACE AND REWRITTEN    *01210000
013100        10 WS-LDG-ON-HAND PIC 9(05).                              01310000
013200        10 WS-LDG-REORDER PIC 9(05).                              01320000
013300                                                                  01330000
013301*----------------------------------------------------------------*01330100
013302* THE OPEN-PO FILE IN STORAGE, RECEIVED AGAINST IN PLACE AND     *01330200
013303* REWRITTEN WHOLE THE SAME WAY AS THE LEDGER                     *01330300
013304*----------------------------------------------------------------*01330400
013305 01  WS-OPO-FIELDS.                                               01330500
013306     05 WS-OPO-CNT        PIC 9(03)   VALUE ZEROES.               01330600
013307     05 WS-MAX-OPOS       PIC 9(03)   VALUE 500.                  01330700
013308     05 WS-PO-SLOT        PIC 9(03)   VALUE ZEROES.               01330800
013309     05 WS-OPO-SW         PIC X(01)   VALUE 'N'.                  01330900
013310        88 WS-OPO-LOADED  VALUE 'Y'.                              01331000
013311 01  WS-OPO-TABLE.                                                01331100
013312     05 WS-OPO-ROW        PIC X(80)   OCCURS 500 TIMES.           01331200
013400 01  WS-SWITCHES.                                                 01340000
013500     05 RCP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01350000
013600        88 RCP-SUCCESS    VALUE '00'.                             01360000
014400        88 SEXC-SUCCESS   VALUE '00'.                             01440000
014500     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01450000
014600        88 HIST-SUCCESS   VALUE '00'.                             01460000
014610     05 OPO-FILE-STATUS   PIC X(02)   VALUE SPACES.               01461000
014620        88 OPO-SUCCESS    VALUE '00'.                             01462000
014630        88 OPO-EOF        VALUE '10'.                             01463000
014700                                                                  01470000
014800 01  WS-HIST-FIELDS.                                              01480000
014900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01490000
015000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01500000
015100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01510000
015101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01510100
015200                                                                  01520000
015300 PROCEDURE DIVISION.                                              01530000
015400                                                                  01540000
015500     PERFORM 0500-LOAD-LEDGER          THRU 0500-EXIT.            01550000
015510     PERFORM 0600-LOAD-OPEN-POS        THRU 0600-EXIT.            01551000
015600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01560000
015700     PERFORM 2000-READ-RECEIPT         THRU 2000-EXIT             01570000
015800       UNTIL RCP-EOF.                                             01580000
015900     PERFORM 4000-REWRITE-LEDGER       THRU 4000-EXIT.            01590000
015910     PERFORM 4500-REWRITE-OPEN-POS     THRU 4500-EXIT.            01591000
016000     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            01600000
016100     CLOSE RCP-FILE.                                              01610000
016200     CLOSE RCR-RPT.                                               01620000
020100     END-IF.                                                      02010000
020200 0500-EXIT.                                                       02020000
020300     EXIT.                                                        02030000
020301                                                                  02030100
020302 0600-LOAD-OPEN-POS.                                              02030200
020303*----------------------------------------------------------------*02030300
020304* NO OPEN-PO FILE MEANS AOCD3PGB HAS NOT RAISED AN ORDER YET -   *02030400
020305* RECEIPTS STILL POST, THEY ARE JUST NOT MATCHED TO ORDERS       *02030500
020306*----------------------------------------------------------------*02030600
020307     OPEN INPUT OPO-FILE.                                         02030700
020308     IF NOT OPO-SUCCESS                                           02030800
020309        DISPLAY 'NO OPEN-PO FILE - RECEIPTS NOT MATCHED TO ORDERS'02030900
020310        GO TO 0600-EXIT                                           02031000
020311     END-IF.                                                      02031100
020312     SET WS-OPO-LOADED        TO TRUE.                            02031200
020313     PERFORM UNTIL OPO-EOF                                        02031300
020314        READ OPO-FILE                                             02031400
020315             AT END                                               02031500
020316                SET OPO-EOF TO TRUE                               02031600
020317             NOT AT END                                           02031700
020318                IF WS-OPO-CNT < WS-MAX-OPOS                       02031800
020319                   ADD 1         TO WS-OPO-CNT                    02031900
020320                   MOVE OPO-REC  TO WS-OPO-ROW(WS-OPO-CNT)        02032000
020321                ELSE                                              02032100
020322                   DISPLAY 'OPEN-PO CAPACITY (500) EXCEEDED AT '  02032200
020323                           OPO-PO-NUMBER                          02032300
020324                   MOVE 16             TO RETURN-CODE             02032400
020325                   MOVE 'OPEN-PO FILE OVER CAPACITY'              02032500
020326                                       TO WS-HIST-MSG             02032600
020327                   PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT  02032700
020328                   GOBACK                                         02032800
020329                END-IF                                            02032900
020330        END-READ                                                  02033000
020331     END-PERFORM.                                                 02033100
020332     CLOSE OPO-FILE.                                              02033200
020333 0600-EXIT.                                                       02033300
020334     EXIT.                                                        02033400
020400                                                                  02040000
020500 1000-OPEN-FILES.                                                 02050000
020600     OPEN INPUT RCP-FILE.                                         02060000
021500     OPEN OUTPUT RCR-RPT.                                         02150000
021600     OPEN EXTEND SUITE-EXC.                                       02160000
021700     ACCEPT WS-RUN-DATE      FROM DATE.                           02170000
021750     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02175000
021800 1000-EXIT.                                                       02180000
021900     EXIT.                                                        02190000
022000                                                                  02200000
028100     MOVE RCP-SUPPLIER-REF    TO RCR-SUPPLIER.                    02810000
028200     MOVE FUNCTION NUMVAL(RCP-DATE) TO RCR-DATE.                  02820000
028300     MOVE WS-LDG-ON-HAND(WS-SLOT)   TO RCR-NEW-ON-HAND.           02830000
028310     PERFORM 2200-MATCH-PURCHASE-ORDER  THRU 2200-EXIT.           02831000
028400     WRITE RCR-REC.                                               02840000
028500     DISPLAY 'RECEIPT POSTED: ITEM ' RCP-ITEM                     02850000
028600             ' QTY ' RCR-QTY ' NEW ON-HAND ' RCR-NEW-ON-HAND.     02860000
028700 2100-EXIT.                                                       02870000
028800     EXIT.                                                        02880000
028801                                                                  02880100
028802 2200-MATCH-PURCHASE-ORDER.                                       02880200
028803*----------------------------------------------------------------*02880300
028804* A POSTED RECEIPT IS BOOKED AGAINST THE OLDEST OUTSTANDING      *02880400
028805* AOCD3OPO LINE FOR ITS ITEM FROM THE SAME SUPPLIER. THE STOCK   *02880500
028806* IS ON THE DOCK EITHER WAY, SO IT IS POSTED REGARDLESS - A      *02880600
028807* PART DELIVERY, AN OVER-DELIVERY OR A DELIVERY NO ORDER         *02880700
028808* EXPLAINS IS FLAGGED ON THE REGISTER FOR PURCHASING TO CHASE    *02880800
028809*----------------------------------------------------------------*02880900
028810     IF NOT WS-OPO-LOADED                                         02881000
028811        GO TO 2200-EXIT                                           02881100
028812     END-IF.                                                      02881200
028813     MOVE ZEROES              TO WS-PO-SLOT.                      02881300
028814     PERFORM VARYING WS-I FROM 1 BY 1                             02881400
028815               UNTIL WS-I > WS-OPO-CNT                            02881500
028816                  OR WS-PO-SLOT > ZEROES                          02881600
028817        MOVE WS-OPO-ROW(WS-I) TO OPO-REC                          02881700
028818        IF OPO-ITEM = RCP-ITEM                                    02881800
028819           AND OPO-SUPPLIER = RCP-SUPPLIER-REF                    02881900
028820           AND OPO-OUTSTANDING                                    02882000
028821           MOVE WS-I             TO WS-PO-SLOT                    02882100
028822        END-IF                                                    02882200
028823     END-PERFORM.                                                 02882300
028824     IF WS-PO-SLOT = ZEROES                                       02882400
028825        ADD 1                 TO WS-NOPO-CNT                      02882500
028826        MOVE 'NO PO'          TO RCR-PO-FLAG                      02882600
028827        DISPLAY 'RECEIPT MATCHES NO OPEN ORDER: ITEM ' RCP-ITEM   02882700
028828                ' REF ' RCP-SUPPLIER-REF                          02882800
028829        GO TO 2200-EXIT                                           02882900
028830     END-IF.                                                      02883000
028831     MOVE WS-OPO-ROW(WS-PO-SLOT)  TO OPO-REC.                     02883100
028832     COMPUTE OPO-RECEIVED-QTY = OPO-RECEIVED-QTY                  02883200
028833                              + FUNCTION NUMVAL(RCP-QTY).         02883300
028834     MOVE FUNCTION NUMVAL(RCP-DATE) TO OPO-LAST-RCPT.             02883400
028835     EVALUATE TRUE                                                02883500
028836        WHEN OPO-RECEIVED-QTY < OPO-ORDER-QTY                     02883600
028837           MOVE 'P'              TO OPO-STATUS                    02883700
028838           MOVE 'PARTIAL'        TO RCR-PO-FLAG                   02883800
028839           ADD 1                 TO WS-PARTIAL-CNT                02883900
028840        WHEN OPO-RECEIVED-QTY = OPO-ORDER-QTY                     02884000
028841           MOVE 'C'              TO OPO-STATUS                    02884100
028842           MOVE 'FILLED'         TO RCR-PO-FLAG                   02884200
028843           ADD 1                 TO WS-FILLED-CNT                 02884300
028844        WHEN OTHER                                                02884400
028845           MOVE 'V'              TO OPO-STATUS                    02884500
028846           MOVE 'OVER'           TO RCR-PO-FLAG                   02884600
028847           ADD 1                 TO WS-OVER-CNT                   02884700
028848           DISPLAY 'OVER-RECEIPT ON PO ' OPO-PO-NUMBER            02884800
028849                   ' ITEM ' OPO-ITEM ' ORDERED ' OPO-ORDER-QTY    02884900
028850                   ' RECEIVED ' OPO-RECEIVED-QTY                  02885000
028851     END-EVALUATE.                                                02885100
028852     MOVE OPO-PO-NUMBER       TO RCR-PO-NUMBER.                   02885200
028853     MOVE OPO-REC             TO WS-OPO-ROW(WS-PO-SLOT).          02885300
028854 2200-EXIT.                                                       02885400
028855     EXIT.                                                        02885500
028900                                                                  02890000
029000 3000-WRITE-REJECT.                                               02900000
029100     ADD 1                    TO WS-REJECT-CNT.                   02910000
029200     INITIALIZE               SUITE-EXC-REC.                      02920000
029300     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    02930000
029400     MOVE 'AOCD3PG6'          TO EXC-PGM.                         02940000
029500     MOVE RCP-ITEM            TO EXC-REC-KEY.                     02950000
029600     MOVE WS-REJ-REASON       TO EXC-REASON.                      02960000
031900     CLOSE LDG-FILE.                                              03190000
032000 4000-EXIT.                                                       03200000
032100     EXIT.                                                        03210000
032101                                                                  03210100
032102 4500-REWRITE-OPEN-POS.                                           03210200
032103     IF NOT WS-OPO-LOADED                                         03210300
032104        GO TO 4500-EXIT                                           03210400
032105     END-IF.                                                      03210500
032106     OPEN OUTPUT OPO-FILE.                                        03210600
032107     PERFORM VARYING WS-I FROM 1 BY 1                             03210700
032108               UNTIL WS-I > WS-OPO-CNT                            03210800
032109        MOVE WS-OPO-ROW(WS-I) TO OPO-REC                          03210900
032110        WRITE OPO-REC                                             03211000
032111     END-PERFORM.                                                 03211100
032112     CLOSE OPO-FILE.                                              03211200
032113 4500-EXIT.                                                       03211300
032114     EXIT.                                                        03211400
032200                                                                  03220000
032300 5000-WRITE-TOTALS.                                               03230000
032400     INITIALIZE               RCR-REC.                            03240000
033300     MOVE 'RECEIPTS REJECTED' TO RCR-TEXT.                        03330000
033400     MOVE WS-REJECT-CNT       TO RCR-QTY.                         03340000
033500     WRITE RCR-REC.                                               03350000
033501     IF WS-OPO-LOADED                                             03350100
033502        INITIALIZE               RCR-REC                          03350200
033503        MOVE 'RECEIPTS FILLING PO'  TO RCR-TEXT                   03350300
033504        MOVE WS-FILLED-CNT       TO RCR-QTY                       03350400
033505        WRITE RCR-REC                                             03350500
033506        INITIALIZE               RCR-REC                          03350600
033507        MOVE 'PARTIAL RECEIPTS'  TO RCR-TEXT                      03350700
033508        MOVE WS-PARTIAL-CNT      TO RCR-QTY                       03350800
033509        WRITE RCR-REC                                             03350900
033510        INITIALIZE               RCR-REC                          03351000
033511        MOVE 'OVER-RECEIPTS'     TO RCR-TEXT                      03351100
033512        MOVE WS-OVER-CNT         TO RCR-QTY                       03351200
033513        WRITE RCR-REC                                             03351300
033514        INITIALIZE               RCR-REC                          03351400
033515        MOVE 'RECEIPTS WITH NO PO'  TO RCR-TEXT                   03351500
033516        MOVE WS-NOPO-CNT         TO RCR-QTY                       03351600
033517        WRITE RCR-REC                                             03351700
033518     END-IF.                                                      03351800
033600     DISPLAY 'RECEIPTS READ: ' WS-RCP-CNT                         03360000
033700             ' POSTED: ' WS-POSTED-CNT                            03370000
033800             ' REJECTED: ' WS-REJECT-CNT                          03380000
033900             ' UNITS ADDED: ' WS-QTY-POSTED.                      03390000
033910     IF WS-OPO-LOADED                                             03391000
033920        DISPLAY 'ORDER LINES FILLED: ' WS-FILLED-CNT              03392000
033930                ' PARTIAL: ' WS-PARTIAL-CNT                       03393000
033940                ' OVER: ' WS-OVER-CNT                             03394000
033950                ' NO PO: ' WS-NOPO-CNT                            03395000
033960     END-IF.                                                      03396000
034000 5000-EXIT.                                                       03400000
034100     EXIT.                                                        03410000
034200                                                                  03420000
035100     MOVE WS-HIST-DATE          TO HIST-DATE.                     03510000
035200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03520000
035300     MOVE 'AOCD3PG6'            TO HIST-PGM.                      03530000
035301     MOVE WS-HIST-VER           TO HIST-VERSION.                  03530100
035400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03540000
035500     WRITE AUD-HIST-REC.                                          03550000
035600     CLOSE AUD-HIST.                                              03560000
