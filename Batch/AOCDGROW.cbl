005900        ORGANIZATION    IS SEQUENTIAL                             00590000
006000         ACCESS MODE    IS SEQUENTIAL                             00600000
006100         FILE STATUS    IS PRJ-FILE-STATUS.                       00610000
126000                                                                  12600000
126010*----------------------------------------------------------------*12601000
126020*  SHARED SUITE ALERT FILE - A FILE INSIDE THE HOUSEKEEPING      *12602000
126030*  HORIZON IS RAISED HERE FOR THE ALERT ROUTING STEP             *12603000
126040*----------------------------------------------------------------*12604000
126050     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        12605000
126060        ORGANIZATION    IS SEQUENTIAL                             12606000
126070         ACCESS MODE    IS SEQUENTIAL                             12607000
126080         FILE STATUS    IS ALRT-FILE-STATUS.                      12608000
006200                                                                  00620000
006300 DATA DIVISION.                                                   00630000
006400 FILE SECTION.                                                    00640000
006500 FD  GRW-HST.                                                     00650000
006600 01  GRW-HST-REC             PIC X(78).                           00660000
006700 FD  GRW-LDR.                                                     00670000
006800 01  GRW-LDR-REC             PIC X(80).                           00680000
006900 FD  GRW-TRD.                                                     00690000
007000 01  GRW-TRD-REC             PIC X(80).                           00700000
007100 FD  GRW-FRH.                                                     00710000
007200 01  GRW-FRH-REC             PIC X(19).                           00720000
007300 FD  GRW-6HS.                                                     00730000
007400 01  GRW-6HS-REC             PIC X(28).                           00740000
007500 FD  GRW-EXC.                                                     00750000
007600 01  GRW-EXC-REC             PIC X(122).                          00760000
007700                                                                  00770000
007800 FD  GHS-FILE.                                                    00780000
007900 01  GHS-REC.                                                     00790000
008000     05 GHS-RUN-DATE    PIC 9(08).                                00800000
008100     05 FILLER          PIC X(02).                                00810000
008200     05 GHS-FILE-NAME   PIC X(08).                                00820000
008300     05 FILLER          PIC X(02).                                00830000
010300     05 FILLER          PIC X(02).                                01030000
010400     05 PRJ-FLAG        PIC X(09).                                01040000
010500     05 FILLER          PIC X(23).                                01050000
126100                                                                  12610000
126110 FD  ALERT-FILE.                                                  12611000
126120     COPY AOCDALR.                                                12612000
010600                                                                  01060000
010700 WORKING-STORAGE SECTION.                                         01070000
010800 01  WS-WORK-FIELDS.                                              01080000
010900     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01090000
011000     05 WS-FILE-IDX       PIC 9(01)   VALUE ZEROES.               01100000
011100     05 WS-I              PIC 9(03)   VALUE ZEROES.               01110000
011200     05 WS-REC-CNT        PIC 9(07)   VALUE ZEROES.               01120000
011600     05 WS-DAYS-FULL      PIC 9(07)   VALUE ZEROES.               01160000
011700     05 WS-FILE-NAME      PIC X(08)   VALUE SPACES.               01170000
011800     05 WS-HSKP-AT        PIC 9(03)   VALUE 14.                   01180000
126130     05 WS-RUN-TIME       PIC 9(08)   VALUE ZEROES.               12613000
011900                                                                  01190000
012000*----------------------------------------------------------------*01200000
012100* TONIGHT'S COUNT AND THE OLDEST TRAILING COUNT PER MONITORED    *01210000
014100        88 CAP-EOF        VALUE '10'.                             01410000
014200     05 PRJ-FILE-STATUS   PIC X(02)   VALUE SPACES.               01420000
014300        88 PRJ-SUCCESS    VALUE '00'.                             01430000
126150     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               12615000
126160        88 ALRT-SUCCESS   VALUE '00'.                             12616000
014400                                                                  01440000
014500 PROCEDURE DIVISION.                                              01450000
014600                                                                  01460000
014700     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  01470000
014800     PERFORM 0500-NAME-THE-FILES       THRU 0500-EXIT.            01480000
014900     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1                      01490000
015000               UNTIL WS-FILE-IDX > 6                              01500000
031600                                                                  03160000
031700 4000-WRITE-PROJECTION.                                           03170000
031800     OPEN OUTPUT PRJ-RPT.                                         03180000
126200     OPEN EXTEND ALERT-FILE.                                      12620000
126201     IF NOT ALRT-SUCCESS                                          12620100
126202        DISPLAY 'ERROR - AOCDALRT WILL NOT OPEN - STATUS '        12620200
126203                ALRT-FILE-STATUS ' - NO GROWTH ALERTS RAISED'     12620300
126204        MOVE 16             TO RETURN-CODE                        12620400
126205     END-IF.                                                      12620500
126210     ACCEPT WS-RUN-TIME       FROM TIME.                          12621000
031900     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1                      03190000
032000               UNTIL WS-FILE-IDX > 6                              03200000
032100        PERFORM 4100-PROJECT-ONE  THRU 4100-EXIT                  03210000
032200     END-PERFORM.                                                 03220000
032300     CLOSE PRJ-RPT.                                               03230000
126300     IF ALRT-SUCCESS                                              12630000
126302        CLOSE ALERT-FILE                                          12630200
126304     END-IF.                                                      12630400
032400 4000-EXIT.                                                       03240000
032500     EXIT.                                                        03250000
032600                                                                  03260000
036600           DISPLAY 'RUN AOCDHSKP FOR '                            03660000
036700                   WS-MON-NAME(WS-FILE-IDX)                       03670000
036800                   ' - FULL IN ' WS-DAYS-FULL ' DAYS'             03680000
126400           IF ALRT-SUCCESS                                        12640000
126402              PERFORM 4200-WRITE-GROWTH-ALERT  THRU 4200-EXIT     12640200
126404           END-IF                                                 12640400
036900        END-IF                                                    03690000
037000     END-IF.                                                      03700000
037100     WRITE PRJ-REC.                                               03710000
037200 4100-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
126500                                                                  12650000
126510 4200-WRITE-GROWTH-ALERT.                                         12651000
126520*----------------------------------------------------------------*12652000
126530* INSIDE THE HORIZON IS A WARNING; A FILE ALREADY AT OR PAST ITS *12653000
126540* CAPACITY IS CRITICAL - THE SB37 IS TONIGHT, NOT NEXT WEEK      *12654000
126550*----------------------------------------------------------------*12655000
126560     INITIALIZE               ALERT-REC.                          12656000
126570     MOVE WS-RUN-DATE         TO ALR-RUN-DATE.                    12657000
126580     MOVE WS-RUN-TIME(1:6)    TO ALR-RUN-TIME.                    12658000
126590     MOVE 'AOCDGROW'          TO ALR-PGM.                         12659000
126600     IF WS-DAYS-FULL = ZEROES                                     12660000
126610        SET ALR-CRITICAL      TO TRUE                             12661000
126620     ELSE                                                         12662000
126630        SET ALR-WARNING       TO TRUE                             12663000
126640     END-IF.                                                      12664000
126650     STRING 'FILE ' DELIMITED BY SIZE                             12665000
126660        WS-MON-NAME(WS-FILE-IDX) DELIMITED BY SIZE                12666000
126670        INTO ALR-SUBJECT.                                         12667000
126680     STRING 'FULL IN ' DELIMITED BY SIZE                          12668000
126690        WS-DAYS-FULL DELIMITED BY SIZE                            12669000
126700        ' DAYS AT ' DELIMITED BY SIZE                             12670000
126710        WS-RATE DELIMITED BY SIZE                                 12671000
126720        ' RECS A DAY - RUN AOCDHSKP' DELIMITED BY SIZE            12672000
126730        INTO ALR-MESSAGE.                                         12673000
126740     WRITE ALERT-REC.                                             12674000
126750 4200-EXIT.                                                       12675000
126760     EXIT.                                                        12676000
