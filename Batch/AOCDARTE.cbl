000100*----------------------------------------------------------------*00010000
000200*         ADVENT OF CODE - ALERT HUB ROUTING STEP                *00020000
000300*----------------------------------------------------------------*00030000
000400*  THE SUITE'S ALERTS USED TO LIVE WHERE EACH PROGRAM PUT        *00040000
000500*  THEM - THE DAY 1 SUPPLY-CAP LINE, AOCD6ALT, THE AOCDGROW      *00050000
000600*  DAYS-TO-FULL WARNINGS, THE AOCDBATCH WINDOW-OVERRUN           *00060000
000700*  PROJECTION AND THE AOCDXAGE OVERDUE FLAGS - AND ON-CALL       *00070000
000800*  HEARD OF THEM WHEN SOMEBODY READ THE REPORT. EVERY ONE OF     *00080000
000900*  THOSE PROGRAMS NOW ALSO APPENDS TO THE SHARED AOCDALRT FILE   *00090000
001000*  (AOCDALR LAYOUT). THIS STEP SENDS EACH ALERT TO ITS ON-CALL   *00100000
001100*  RECIPIENT FROM THE AOCDARTB ROUTING TABLE, SUPPRESSES ONE     *00110000
001200*  ALREADY RAISED AND NOT YET ACKNOWLEDGED (UNLESS IT HAS GOT    *00120000
001300*  MORE SEVERE), APPLIES THE MORNING'S ACKNOWLEDGEMENT CARDS     *00130000
001400*  AND WRITES THE DAILY ALERT LOG. THE ALERT FILE IS EMPTIED     *00140000
001500*  ONCE ROUTED, SO EACH NIGHT STARTS CLEAN                       *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCDARTE.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* SHARED SUITE ALERT FILE - READ, THEN EMPTIED                   *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS ALRT-FILE-STATUS.                      00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* ROUTING TABLE - SOURCE PROGRAM AND SEVERITY (* FOR ANY) TO THE *00330000
003400* ON-CALL RECIPIENT AND HOW TO REACH THEM                        *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT RTB-FILE    ASSIGN TO AOCDARTB                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS RTB-FILE-STATUS.                       00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200* ALERTS RAISED AND NOT YET ACKNOWLEDGED - REWRITTEN WHOLE       *00420000
004300*----------------------------------------------------------------*00430000
004400     SELECT OUT-FILE    ASSIGN TO AOCDAOUT                        00440000
004500        ORGANIZATION    IS SEQUENTIAL                             00450000
004600         ACCESS MODE    IS SEQUENTIAL                             00460000
004700         FILE STATUS    IS OUT-FILE-STATUS.                       00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000* ACKNOWLEDGEMENT CARDS - SOURCE PROGRAM, SUBJECT, OPERATOR      *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT ACK-FILE    ASSIGN TO AOCDAACK                        00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS ACK-FILE-STATUS.                       00550000
005600                                                                  00560000
005700*----------------------------------------------------------------*00570000
005800* NOTIFICATIONS - ONE PER ALERT ROUTED, FOR THE PAGING AND MAIL  *00580000
005900* GATEWAY                                                        *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT NTF-FILE    ASSIGN TO AOCDANTF                        00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS NTF-FILE-STATUS.                       00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700* DAILY ALERT LOG - EVERY ALERT AND ACKNOWLEDGEMENT, WITH WHAT   *00670000
006800* WAS DONE WITH IT                                               *00680000
006900*----------------------------------------------------------------*00690000
007000     SELECT LOG-RPT     ASSIGN TO AOCDALOG                        00700000
007100        ORGANIZATION    IS SEQUENTIAL                             00710000
007200         ACCESS MODE    IS SEQUENTIAL                             00720000
007300         FILE STATUS    IS LOG-FILE-STATUS.                       00730000
007400                                                                  00740000
007500*----------------------------------------------------------------*00750000
007600*   SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN      *00760000
007700*----------------------------------------------------------------*00770000
007800     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00780000
007900        ORGANIZATION    IS SEQUENTIAL                             00790000
008000         ACCESS MODE    IS SEQUENTIAL                             00800000
008100         FILE STATUS    IS HIST-FILE-STATUS.                      00810000
008200                                                                  00820000
008300 DATA DIVISION.                                                   00830000
008400 FILE SECTION.                                                    00840000
008500 FD  ALERT-FILE.                                                  00850000
008600     COPY AOCDALR.                                                00860000
008700                                                                  00870000
008800 FD  RTB-FILE.                                                    00880000
008900 01  RTB-REC.                                                     00890000
009000     05 RTB-PGM         PIC X(08).                                00900000
009100     05 FILLER          PIC X(01).                                00910000
009200     05 RTB-SEVERITY    PIC X(01).                                00920000
009300     05 FILLER          PIC X(01).                                00930000
009400     05 RTB-RECIPIENT   PIC X(12).                                00940000
009500     05 FILLER          PIC X(01).                                00950000
009600     05 RTB-METHOD      PIC X(04).                                00960000
009700     05 FILLER          PIC X(52).                                00970000
009800                                                                  00980000
009900 FD  OUT-FILE.                                                    00990000
010000 01  OUT-REC.                                                     01000000
010100     05 OUT-PGM         PIC X(08).                                01010000
010200     05 FILLER          PIC X(01).                                01020000
010300     05 OUT-SUBJECT     PIC X(20).                                01030000
010400     05 FILLER          PIC X(01).                                01040000
010500     05 OUT-SEVERITY    PIC X(01).                                01050000
010600     05 FILLER          PIC X(01).                                01060000
010700     05 OUT-RECIPIENT   PIC X(12).                                01070000
010800     05 FILLER          PIC X(01).                                01080000
010900     05 OUT-FIRST-DATE  PIC 9(08).                                01090000
011000     05 FILLER          PIC X(01).                                01100000
011100     05 OUT-LAST-DATE   PIC 9(08).                                01110000
011200     05 FILLER          PIC X(01).                                01120000
011300     05 OUT-REPEAT-CNT  PIC 9(05).                                01130000
011400     05 FILLER          PIC X(12).                                01140000
011500                                                                  01150000
011600 FD  ACK-FILE.                                                    01160000
011700 01  ACK-REC.                                                     01170000
011800     05 ACK-PGM         PIC X(08).                                01180000
011900     05 FILLER          PIC X(01).                                01190000
012000     05 ACK-SUBJECT     PIC X(20).                                01200000
012100     05 FILLER          PIC X(01).                                01210000
012200     05 ACK-OPERATOR    PIC X(08).                                01220000
012300     05 FILLER          PIC X(42).                                01230000
012400                                                                  01240000
012500 FD  NTF-FILE.                                                    01250000
012600 01  NTF-REC.                                                     01260000
012700     05 NTF-RECIPIENT   PIC X(12).                                01270000
012800     05 FILLER          PIC X(02).                                01280000
012900     05 NTF-METHOD      PIC X(04).                                01290000
013000     05 FILLER          PIC X(02).                                01300000
013100     05 NTF-SEVERITY    PIC X(01).                                01310000
013200     05 FILLER          PIC X(02).                                01320000
013300     05 NTF-PGM         PIC X(08).                                01330000
013400     05 FILLER          PIC X(02).                                01340000
013500     05 NTF-SUBJECT     PIC X(20).                                01350000
013600     05 FILLER          PIC X(02).                                01360000
013700     05 NTF-MESSAGE     PIC X(60).                                01370000
013800     05 FILLER          PIC X(05).                                01380000
013900                                                                  01390000
014000 FD  LOG-RPT.                                                     01400000
014100 01  LOG-REC.                                                     01410000
014200     05 LOG-DATE        PIC 9(08).                                01420000
014300     05 FILLER          PIC X(01).                                01430000
014400     05 LOG-TIME        PIC 9(06).                                01440000
014500     05 FILLER          PIC X(01).                                01450000
014600     05 LOG-PGM         PIC X(08).                                01460000
014700     05 FILLER          PIC X(01).                                01470000
014800     05 LOG-SEVERITY    PIC X(01).                                01480000
014900     05 FILLER          PIC X(01).                                01490000
015000     05 LOG-SUBJECT     PIC X(20).                                01500000
015100     05 FILLER          PIC X(01).                                01510000
015200     05 LOG-ACTION      PIC X(08).                                01520000
015300     05 FILLER          PIC X(01).                                01530000
015400     05 LOG-RECIPIENT   PIC X(12).                                01540000
015500     05 FILLER          PIC X(01).                                01550000
015600     05 LOG-MESSAGE     PIC X(60).                                01560000
015700     05 FILLER          PIC X(02).                                01570000
015800                                                                  01580000
015900 FD  AUD-HIST                                                     01590000
016000     DATA RECORD IS AUD-HIST-REC.                                 01600000
016100 01  AUD-HIST-REC.                                                01610000
016200     05 HIST-DATE            PIC 9(08).                           01620000
016300     05 FILLER               PIC X(02).                           01630000
016400     05 HIST-TIME            PIC 9(06).                           01640000
016500     05 FILLER               PIC X(02).                           01650000
016600     05 HIST-PGM             PIC X(08).                           01660000
016700     05 FILLER               PIC X(02).                           01670000
016800     05 HIST-OUTPUT          PIC X(40).                           01680000
016801     05 FILLER               PIC X(02).                           01680100
016802     05 HIST-VERSION         PIC X(08).                           01680200
016900                                                                  01690000
017000 WORKING-STORAGE SECTION.                                         01700000
017100 01  WS-WORK-FIELDS.                                              01710000
017200     05 WS-I              PIC 9(04)   VALUE ZEROES.               01720000
017300     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01730000
017400     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01740000
017500     05 WS-RUN-TIME       PIC 9(08)   VALUE ZEROES.               01750000
017600     05 WS-SEV-WORK       PIC X(01)   VALUE SPACES.               01760000
017700     05 WS-RANK           PIC 9(01)   VALUE ZEROES.               01770000
017800     05 WS-NEW-RANK       PIC 9(01)   VALUE ZEROES.               01780000
017900     05 WS-SCORE          PIC 9(01)   VALUE ZEROES.               01790000
018000     05 WS-BEST-SCORE     PIC 9(01)   VALUE ZEROES.               01800000
018100     05 WS-BEST-RTB       PIC 9(03)   VALUE ZEROES.               01810000
018200     05 WS-ALERT-CNT      PIC 9(05)   VALUE ZEROES.               01820000
018300     05 WS-ROUTED-CNT     PIC 9(05)   VALUE ZEROES.               01830000
018400     05 WS-REPEAT-CNT     PIC 9(05)   VALUE ZEROES.               01840000
018500     05 WS-NOROUTE-CNT    PIC 9(05)   VALUE ZEROES.               01850000
018600     05 WS-ACKED-CNT      PIC 9(05)   VALUE ZEROES.               01860000
018700                                                                  01870000
018800*----------------------------------------------------------------*01880000
018900* THE ROUTING TABLE IN STORAGE. THE MOST SPECIFIC ENTRY WINS -   *01890000
019000* PROGRAM AND SEVERITY, THEN PROGRAM, THEN SEVERITY, THEN THE    *01900000
019100* CATCH-ALL * *                                                  *01910000
019200*----------------------------------------------------------------*01920000
019300 01  WS-RTB-FIELDS.                                               01930000
019400     05 WS-RTB-CNT        PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-MAX-RTBS       PIC 9(03)   VALUE 100.                  01950000
019600 01  WS-RTB-TABLE.                                                01960000
019700     05 WS-RTB-ENTRY      OCCURS 100 TIMES.                       01970000
019800        10 WS-RTB-PGM     PIC X(08).                              01980000
019900        10 WS-RTB-SEV     PIC X(01).                              01990000
020000        10 WS-RTB-RCPT    PIC X(12).                              02000000
020100        10 WS-RTB-METHOD  PIC X(04).                              02010000
020200                                                                  02020000
020300*----------------------------------------------------------------*02030000
020400* THE OUTSTANDING ALERTS IN STORAGE - ONE PER SOURCE PROGRAM AND *02040000
020500* SUBJECT. AN ACKNOWLEDGED ENTRY IS MARKED AND LEFT OFF THE      *02050000
020600* REWRITE, SO THE NEXT ALERT FOR IT IS ROUTED AFRESH             *02060000
020700*----------------------------------------------------------------*02070000
020800 01  WS-OUT-FIELDS.                                               02080000
020900     05 WS-OUT-CNT        PIC 9(04)   VALUE ZEROES.               02090000
021000     05 WS-MAX-OUTS       PIC 9(04)   VALUE 2000.                 02100000
021100 01  WS-OUT-TABLE.                                                02110000
021200     05 WS-OUT-ENTRY      OCCURS 2000 TIMES.                      02120000
021300        10 WS-OUT-PGM     PIC X(08).                              02130000
021400        10 WS-OUT-SUBJ    PIC X(20).                              02140000
021500        10 WS-OUT-SEV     PIC X(01).                              02150000
021600        10 WS-OUT-RCPT    PIC X(12).                              02160000
021700        10 WS-OUT-FIRST   PIC 9(08).                              02170000
021800        10 WS-OUT-LAST    PIC 9(08).                              02180000
021900        10 WS-OUT-REPEATS PIC 9(05).                              02190000
022000        10 WS-OUT-ACK     PIC X(01).                              02200000
022100                                                                  02210000
022200 01  WS-SWITCHES.                                                 02220000
022300     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               02230000
022400        88 ALRT-SUCCESS   VALUE '00'.                             02240000
022500        88 ALRT-EOF       VALUE '10'.                             02250000
022600     05 RTB-FILE-STATUS   PIC X(02)   VALUE SPACES.               02260000
022700        88 RTB-SUCCESS    VALUE '00'.                             02270000
022800        88 RTB-EOF        VALUE '10'.                             02280000
022900     05 OUT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02290000
023000        88 OUT-SUCCESS    VALUE '00'.                             02300000
023100        88 OUT-EOF        VALUE '10'.                             02310000
023200     05 ACK-FILE-STATUS   PIC X(02)   VALUE SPACES.               02320000
023300        88 ACK-SUCCESS    VALUE '00'.                             02330000
023400        88 ACK-EOF        VALUE '10'.                             02340000
023500     05 NTF-FILE-STATUS   PIC X(02)   VALUE SPACES.               02350000
023600        88 NTF-SUCCESS    VALUE '00'.                             02360000
023700     05 LOG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02370000
023800        88 LOG-SUCCESS    VALUE '00'.                             02380000
023900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02390000
024000        88 HIST-SUCCESS   VALUE '00'.                             02400000
024100                                                                  02410000
024200 01  WS-HIST-FIELDS.                                              02420000
024300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02430000
024400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02440000
024500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02450000
024501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02450100
024600                                                                  02460000
024700 PROCEDURE DIVISION.                                              02470000
024800                                                                  02480000
024900     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.                  02490000
025000     ACCEPT WS-RUN-TIME      FROM TIME.                           02500000
025100     PERFORM 0500-LOAD-ROUTES          THRU 0500-EXIT.            02510000
025200     PERFORM 0600-LOAD-OUTSTANDING     THRU 0600-EXIT.            02520000
025300     OPEN OUTPUT LOG-RPT.                                         02530000
025400     OPEN OUTPUT NTF-FILE.                                        02540000
025500     PERFORM 1000-APPLY-ACKS           THRU 1000-EXIT.            02550000
025600     PERFORM 2000-ROUTE-ALERTS         THRU 2000-EXIT.            02560000
025700     CLOSE NTF-FILE.                                              02570000
025800     CLOSE LOG-RPT.                                               02580000
025900     PERFORM 3000-REWRITE-OUTSTANDING  THRU 3000-EXIT.            02590000
026000     DISPLAY 'ALERTS READ: ' WS-ALERT-CNT                         02600000
026100             ' ROUTED: ' WS-ROUTED-CNT                            02610000
026200             ' SUPPRESSED: ' WS-REPEAT-CNT                        02620000
026300             ' NO ROUTE: ' WS-NOROUTE-CNT                         02630000
026400             ' ACKNOWLEDGED: ' WS-ACKED-CNT.                      02640000
026500     IF WS-NOROUTE-CNT > ZEROES                                   02650000
026600        DISPLAY 'ALERTS WITH NO ON-CALL ROUTE - ADD AN AOCDARTB ' 02660000
026700                'ENTRY'                                           02670000
026800        MOVE 4               TO RETURN-CODE                       02680000
026900     END-IF.                                                      02690000
027000     STRING 'ALERTS RTE ' DELIMITED BY SIZE                       02700000
027100        WS-ROUTED-CNT DELIMITED BY SIZE                           02710000
027200        ' SUP ' DELIMITED BY SIZE                                 02720000
027300        WS-REPEAT-CNT DELIMITED BY SIZE                           02730000
027400        ' NRT ' DELIMITED BY SIZE                                 02740000
027500        WS-NOROUTE-CNT DELIMITED BY SIZE                          02750000
027600        INTO WS-HIST-MSG.                                         02760000
027700     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02770000
027800     GOBACK.                                                      02780000
027900                                                                  02790000
028000 0500-LOAD-ROUTES.                                                02800000
028100     OPEN INPUT RTB-FILE.                                         02810000
028200     IF NOT RTB-SUCCESS                                           02820000
028300        DISPLAY 'NO ROUTING TABLE - ALERTS LOGGED UNROUTED'       02830000
028400        GO TO 0500-EXIT                                           02840000
028500     END-IF.                                                      02850000
028600     PERFORM UNTIL RTB-EOF                                        02860000
028700        READ RTB-FILE                                             02870000
028800             AT END                                               02880000
028900                SET RTB-EOF TO TRUE                               02890000
029000             NOT AT END                                           02900000
029100                IF WS-RTB-CNT < WS-MAX-RTBS                       02910000
029200                   ADD 1              TO WS-RTB-CNT               02920000
029300                   MOVE RTB-PGM       TO WS-RTB-PGM(WS-RTB-CNT)   02930000
029400                   MOVE RTB-SEVERITY  TO WS-RTB-SEV(WS-RTB-CNT)   02940000
029500                   MOVE RTB-RECIPIENT TO WS-RTB-RCPT(WS-RTB-CNT)  02950000
029600                   MOVE RTB-METHOD    TO WS-RTB-METHOD(WS-RTB-CNT)02960000
029700                ELSE                                              02970000
029800                   DISPLAY 'ROUTING TABLE CAPACITY (100) EXCEEDED'02980000
029900                END-IF                                            02990000
030000        END-READ                                                  03000000
030100     END-PERFORM.                                                 03010000
030200     CLOSE RTB-FILE.                                              03020000
030300 0500-EXIT.                                                       03030000
030400     EXIT.                                                        03040000
030500                                                                  03050000
030600 0600-LOAD-OUTSTANDING.                                           03060000
030700     OPEN INPUT OUT-FILE.                                         03070000
030800     IF NOT OUT-SUCCESS                                           03080000
030900        DISPLAY 'NO OUTSTANDING ALERTS FILE - NONE OUTSTANDING'   03090000
031000        GO TO 0600-EXIT                                           03100000
031100     END-IF.                                                      03110000
031200     PERFORM UNTIL OUT-EOF                                        03120000
031300        READ OUT-FILE                                             03130000
031400             AT END                                               03140000
031500                SET OUT-EOF TO TRUE                               03150000
031600             NOT AT END                                           03160000
031700                PERFORM 0610-STORE-OUTSTANDING  THRU 0610-EXIT    03170000
031800        END-READ                                                  03180000
031900     END-PERFORM.                                                 03190000
032000     CLOSE OUT-FILE.                                              03200000
032100 0600-EXIT.                                                       03210000
032200     EXIT.                                                        03220000
032300                                                                  03230000
032400 0610-STORE-OUTSTANDING.                                          03240000
032500*----------------------------------------------------------------*03250000
032600* A TABLE TOO SMALL FOR THE OUTSTANDING FILE WOULD LOSE ENTRIES  *03260000
032700* ON THE REWRITE AND RE-PAGE THEM - THE STEP STOPS INSTEAD       *03270000
032800*----------------------------------------------------------------*03280000
032900     IF WS-OUT-CNT NOT < WS-MAX-OUTS                              03290000
033000        DISPLAY 'ERROR - OVER 2000 OUTSTANDING ALERTS - ROUTING ' 03300000
033100                'STOPPED'                                         03310000
033200        CLOSE OUT-FILE                                            03320000
033300        MOVE 16             TO RETURN-CODE                        03330000
033400        MOVE 'OUTSTANDING TABLE FULL - NOT ROUTED' TO WS-HIST-MSG 03340000
033500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03350000
033600        GOBACK                                                    03360000
033700     END-IF.                                                      03370000
033800     ADD 1                    TO WS-OUT-CNT.                      03380000
033900     MOVE OUT-PGM             TO WS-OUT-PGM(WS-OUT-CNT).          03390000
034000     MOVE OUT-SUBJECT         TO WS-OUT-SUBJ(WS-OUT-CNT).         03400000
034100     MOVE OUT-SEVERITY        TO WS-OUT-SEV(WS-OUT-CNT).          03410000
034200     MOVE OUT-RECIPIENT       TO WS-OUT-RCPT(WS-OUT-CNT).         03420000
034300     MOVE OUT-FIRST-DATE      TO WS-OUT-FIRST(WS-OUT-CNT).        03430000
034400     MOVE OUT-LAST-DATE       TO WS-OUT-LAST(WS-OUT-CNT).         03440000
034500     MOVE OUT-REPEAT-CNT      TO WS-OUT-REPEATS(WS-OUT-CNT).      03450000
034600     MOVE 'N'                 TO WS-OUT-ACK(WS-OUT-CNT).          03460000
034700 0610-EXIT.                                                       03470000
034800     EXIT.                                                        03480000
034900                                                                  03490000
035000 1000-APPLY-ACKS.                                                 03500000
035100*----------------------------------------------------------------*03510000
035200* AN ACKNOWLEDGEMENT CLEARS THE OUTSTANDING ALERT FOR ITS SOURCE *03520000
035300* AND SUBJECT BEFORE TONIGHT'S ALERTS ARE ROUTED - IF THE SAME   *03530000
035400* CONDITION IS RAISED AGAIN TONIGHT, ON-CALL HEARS OF IT AGAIN   *03540000
035500*----------------------------------------------------------------*03550000
035600     OPEN INPUT ACK-FILE.                                         03560000
035700     IF NOT ACK-SUCCESS                                           03570000
035800        GO TO 1000-EXIT                                           03580000
035900     END-IF.                                                      03590000
036000     PERFORM UNTIL ACK-EOF                                        03600000
036100        READ ACK-FILE                                             03610000
036200             AT END                                               03620000
036300                SET ACK-EOF TO TRUE                               03630000
036400             NOT AT END                                           03640000
036500                PERFORM 1100-APPLY-ONE-ACK  THRU 1100-EXIT        03650000
036600        END-READ                                                  03660000
036700     END-PERFORM.                                                 03670000
036800     CLOSE ACK-FILE.                                              03680000
036900 1000-EXIT.                                                       03690000
037000     EXIT.                                                        03700000
037100                                                                  03710000
037200 1100-APPLY-ONE-ACK.                                              03720000
037300     INITIALIZE               LOG-REC.                            03730000
037400     MOVE WS-RUN-DATE         TO LOG-DATE.                        03740000
037500     MOVE WS-RUN-TIME(1:6)    TO LOG-TIME.                        03750000
037600     MOVE ACK-PGM             TO LOG-PGM.                         03760000
037700     MOVE ACK-SUBJECT         TO LOG-SUBJECT.                     03770000
037800     MOVE ACK-PGM             TO ALR-PGM.                         03780000
037900     MOVE ACK-SUBJECT         TO ALR-SUBJECT.                     03790000
038000     PERFORM 2300-FIND-OUTSTANDING  THRU 2300-EXIT.               03800000
038100     IF WS-SLOT = ZEROES                                          03810000
038200        MOVE 'ACK-NONE'       TO LOG-ACTION                       03820000
038300        STRING 'NO OUTSTANDING ALERT - CARD FROM '                03830000
038400           DELIMITED BY SIZE                                      03840000
038500           ACK-OPERATOR DELIMITED BY SPACE                        03850000
038600           INTO LOG-MESSAGE                                       03860000
038700        DISPLAY 'ACKNOWLEDGEMENT MATCHES NO OUTSTANDING ALERT: '  03870000
038800                ACK-PGM ' ' ACK-SUBJECT                           03880000
038900     ELSE                                                         03890000
039000        MOVE 'Y'              TO WS-OUT-ACK(WS-SLOT)              03900000
039100        ADD 1                 TO WS-ACKED-CNT                     03910000
039200        MOVE 'ACKED'          TO LOG-ACTION                       03920000
039300        MOVE WS-OUT-SEV(WS-SLOT)  TO LOG-SEVERITY                 03930000
039400        MOVE WS-OUT-RCPT(WS-SLOT) TO LOG-RECIPIENT                03940000
039500        STRING 'ACKNOWLEDGED BY ' DELIMITED BY SIZE               03950000
039600           ACK-OPERATOR DELIMITED BY SPACE                        03960000
039700           ' - RAISED ' DELIMITED BY SIZE                         03970000
039800           WS-OUT-FIRST(WS-SLOT) DELIMITED BY SIZE                03980000
039900           ', REPEATS ' DELIMITED BY SIZE                         03990000
040000           WS-OUT-REPEATS(WS-SLOT) DELIMITED BY SIZE              04000000
040100           INTO LOG-MESSAGE                                       04010000
040200     END-IF.                                                      04020000
040300     WRITE LOG-REC.                                               04030000
040400 1100-EXIT.                                                       04040000
040500     EXIT.                                                        04050000
040600                                                                  04060000
040700 2000-ROUTE-ALERTS.                                               04070000
040800     OPEN INPUT ALERT-FILE.                                       04080000
040900     IF NOT ALRT-SUCCESS                                          04090000
041000        DISPLAY 'NO SUITE ALERT FILE - NOTHING TO ROUTE'          04100000
041100        GO TO 2000-EXIT                                           04110000
041200     END-IF.                                                      04120000
041300     PERFORM UNTIL ALRT-EOF                                       04130000
041400        READ ALERT-FILE                                           04140000
041500             AT END                                               04150000
041600                SET ALRT-EOF TO TRUE                              04160000
041700             NOT AT END                                           04170000
041800                ADD 1         TO WS-ALERT-CNT                     04180000
041900                PERFORM 2100-ROUTE-ONE-ALERT  THRU 2100-EXIT      04190000
042000        END-READ                                                  04200000
042100     END-PERFORM.                                                 04210000
042200     CLOSE ALERT-FILE.                                            04220000
042300*----------------------------------------------------------------*04230000
042400* EVERY ALERT IS NOW ON THE LOG AND, WHERE IT WENT OUT, ON THE   *04240000
042500* OUTSTANDING FILE - THE SHARED FILE IS EMPTIED FOR TOMORROW     *04250000
042600*----------------------------------------------------------------*04260000
042700     OPEN OUTPUT ALERT-FILE.                                      04270000
042800     CLOSE ALERT-FILE.                                            04280000
042900 2000-EXIT.                                                       04290000
043000     EXIT.                                                        04300000
043100                                                                  04310000
043200 2100-ROUTE-ONE-ALERT.                                            04320000
043300*----------------------------------------------------------------*04330000
043400* ALREADY OUTSTANDING AT THE SAME OR A HIGHER SEVERITY, THE      *04340000
043500* ALERT IS SUPPRESSED AND COUNTED AS A REPEAT. A NEW ALERT, OR   *04350000
043600* ONE THAT HAS GOT MORE SEVERE, GOES TO THE RECIPIENT ROUTED     *04360000
043700* FOR IT                                                         *04370000
043800*----------------------------------------------------------------*04380000
043900     INITIALIZE               LOG-REC.                            04390000
044000     MOVE ALR-RUN-DATE        TO LOG-DATE.                        04400000
044100     MOVE ALR-RUN-TIME        TO LOG-TIME.                        04410000
044200     MOVE ALR-PGM             TO LOG-PGM.                         04420000
044300     MOVE ALR-SEVERITY        TO LOG-SEVERITY.                    04430000
044400     MOVE ALR-SUBJECT         TO LOG-SUBJECT.                     04440000
044500     MOVE ALR-MESSAGE         TO LOG-MESSAGE.                     04450000
044600     MOVE ALR-SEVERITY        TO WS-SEV-WORK.                     04460000
044700     PERFORM 2900-RANK-SEVERITY  THRU 2900-EXIT.                  04470000
044800     MOVE WS-RANK             TO WS-NEW-RANK.                     04480000
044900     PERFORM 2300-FIND-OUTSTANDING  THRU 2300-EXIT.               04490000
045000     IF WS-SLOT > ZEROES                                          04500000
045100        MOVE WS-OUT-SEV(WS-SLOT)  TO WS-SEV-WORK                  04510000
045200        PERFORM 2900-RANK-SEVERITY  THRU 2900-EXIT                04520000
045300        IF WS-NEW-RANK NOT > WS-RANK                              04530000
045400           ADD 1              TO WS-REPEAT-CNT                    04540000
045500           ADD 1              TO WS-OUT-REPEATS(WS-SLOT)          04550000
045600           MOVE ALR-RUN-DATE  TO WS-OUT-LAST(WS-SLOT)             04560000
045700           MOVE 'REPEAT'      TO LOG-ACTION                       04570000
045800           MOVE WS-OUT-RCPT(WS-SLOT) TO LOG-RECIPIENT             04580000
045900           WRITE LOG-REC                                          04590000
046000           GO TO 2100-EXIT                                        04600000
046100        END-IF                                                    04610000
046200     END-IF.                                                      04620000
046300     PERFORM 2400-FIND-ROUTE  THRU 2400-EXIT.                     04630000
046400     IF WS-BEST-RTB = ZEROES                                      04640000
046500        ADD 1                 TO WS-NOROUTE-CNT                   04650000
046600        MOVE 'NO-ROUTE'       TO LOG-ACTION                       04660000
046700        WRITE LOG-REC                                             04670000
046800        DISPLAY 'NO ROUTE FOR ALERT: ' ALR-PGM ' ' ALR-SEVERITY   04680000
046900                ' ' ALR-SUBJECT                                   04690000
047000        GO TO 2100-EXIT                                           04700000
047100     END-IF.                                                      04710000
047200     INITIALIZE               NTF-REC.                            04720000
047300     MOVE WS-RTB-RCPT(WS-BEST-RTB)   TO NTF-RECIPIENT.            04730000
047400     MOVE WS-RTB-METHOD(WS-BEST-RTB) TO NTF-METHOD.               04740000
047500     MOVE ALR-SEVERITY        TO NTF-SEVERITY.                    04750000
047600     MOVE ALR-PGM             TO NTF-PGM.                         04760000
047700     MOVE ALR-SUBJECT         TO NTF-SUBJECT.                     04770000
047800     MOVE ALR-MESSAGE         TO NTF-MESSAGE.                     04780000
047900     WRITE NTF-REC.                                               04790000
048000     ADD 1                    TO WS-ROUTED-CNT.                   04800000
048100     MOVE WS-RTB-RCPT(WS-BEST-RTB)   TO LOG-RECIPIENT.            04810000
048200     IF WS-SLOT > ZEROES                                          04820000
048300        MOVE 'ESCALATE'       TO LOG-ACTION                       04830000
048400     ELSE                                                         04840000
048500        MOVE 'ROUTED'         TO LOG-ACTION                       04850000
048600        PERFORM 2500-ADD-OUTSTANDING  THRU 2500-EXIT              04860000
048700     END-IF.                                                      04870000
048800     IF WS-SLOT > ZEROES                                          04880000
048900        MOVE ALR-SEVERITY     TO WS-OUT-SEV(WS-SLOT)              04890000
049000        MOVE WS-RTB-RCPT(WS-BEST-RTB) TO WS-OUT-RCPT(WS-SLOT)     04900000
049100        MOVE ALR-RUN-DATE     TO WS-OUT-LAST(WS-SLOT)             04910000
049200     END-IF.                                                      04920000
049300     WRITE LOG-REC.                                               04930000
049400 2100-EXIT.                                                       04940000
049500     EXIT.                                                        04950000
049600                                                                  04960000
049700 2300-FIND-OUTSTANDING.                                           04970000
049800     MOVE ZEROES              TO WS-SLOT.                         04980000
049900     PERFORM VARYING WS-I FROM 1 BY 1                             04990000
050000               UNTIL WS-I > WS-OUT-CNT                            05000000
050100                  OR WS-SLOT > ZEROES                             05010000
050200        IF WS-OUT-PGM(WS-I) = ALR-PGM                             05020000
050300           AND WS-OUT-SUBJ(WS-I) = ALR-SUBJECT                    05030000
050400           AND WS-OUT-ACK(WS-I) NOT = 'Y'                         05040000
050500           MOVE WS-I             TO WS-SLOT                       05050000
050600        END-IF                                                    05060000
050700     END-PERFORM.                                                 05070000
050800 2300-EXIT.                                                       05080000
050900     EXIT.                                                        05090000
051000                                                                  05100000
051100 2400-FIND-ROUTE.                                                 05110000
051200     MOVE ZEROES              TO WS-BEST-RTB WS-BEST-SCORE.       05120000
051300     PERFORM VARYING WS-I FROM 1 BY 1                             05130000
051400               UNTIL WS-I > WS-RTB-CNT                            05140000
051500        MOVE ZEROES           TO WS-SCORE                         05150000
051600        EVALUATE TRUE                                             05160000
051700           WHEN WS-RTB-PGM(WS-I) = ALR-PGM                        05170000
051800                AND WS-RTB-SEV(WS-I) = ALR-SEVERITY               05180000
051900              MOVE 4          TO WS-SCORE                         05190000
052000           WHEN WS-RTB-PGM(WS-I) = ALR-PGM                        05200000
052100                AND WS-RTB-SEV(WS-I) = '*'                        05210000
052200              MOVE 3          TO WS-SCORE                         05220000
052300           WHEN WS-RTB-PGM(WS-I) = '*'                            05230000
052400                AND WS-RTB-SEV(WS-I) = ALR-SEVERITY               05240000
052500              MOVE 2          TO WS-SCORE                         05250000
052600           WHEN WS-RTB-PGM(WS-I) = '*'                            05260000
052700                AND WS-RTB-SEV(WS-I) = '*'                        05270000
052800              MOVE 1          TO WS-SCORE                         05280000
052900        END-EVALUATE                                              05290000
053000        IF WS-SCORE > WS-BEST-SCORE                               05300000
053100           MOVE WS-SCORE      TO WS-BEST-SCORE                    05310000
053200           MOVE WS-I          TO WS-BEST-RTB                      05320000
053300        END-IF                                                    05330000
053400     END-PERFORM.                                                 05340000
053500 2400-EXIT.                                                       05350000
053600     EXIT.                                                        05360000
053700                                                                  05370000
053800 2500-ADD-OUTSTANDING.                                            05380000
053900     IF WS-OUT-CNT NOT < WS-MAX-OUTS                              05390000
054000        DISPLAY 'OUTSTANDING ALERTS CAPACITY (2000) EXCEEDED - '  05400000
054100                'REPEATS OF ' ALR-SUBJECT ' WILL PAGE AGAIN'      05410000
054200        GO TO 2500-EXIT                                           05420000
054300     END-IF.                                                      05430000
054400     ADD 1                    TO WS-OUT-CNT.                      05440000
054500     MOVE ALR-PGM             TO WS-OUT-PGM(WS-OUT-CNT).          05450000
054600     MOVE ALR-SUBJECT         TO WS-OUT-SUBJ(WS-OUT-CNT).         05460000
054700     MOVE ALR-SEVERITY        TO WS-OUT-SEV(WS-OUT-CNT).          05470000
054800     MOVE WS-RTB-RCPT(WS-BEST-RTB) TO WS-OUT-RCPT(WS-OUT-CNT).    05480000
054900     MOVE ALR-RUN-DATE        TO WS-OUT-FIRST(WS-OUT-CNT).        05490000
055000     MOVE ALR-RUN-DATE        TO WS-OUT-LAST(WS-OUT-CNT).         05500000
055100     MOVE ZEROES              TO WS-OUT-REPEATS(WS-OUT-CNT).      05510000
055200     MOVE 'N'                 TO WS-OUT-ACK(WS-OUT-CNT).          05520000
055300 2500-EXIT.                                                       05530000
055400     EXIT.                                                        05540000
055500                                                                  05550000
055600 2900-RANK-SEVERITY.                                              05560000
055700     EVALUATE WS-SEV-WORK                                         05570000
055800        WHEN 'C'  MOVE 3      TO WS-RANK                          05580000
055900        WHEN 'W'  MOVE 2      TO WS-RANK                          05590000
056000        WHEN OTHER MOVE 1     TO WS-RANK                          05600000
056100     END-EVALUATE.                                                05610000
056200 2900-EXIT.                                                       05620000
056300     EXIT.                                                        05630000
056400                                                                  05640000
056500 3000-REWRITE-OUTSTANDING.                                        05650000
056600     OPEN OUTPUT OUT-FILE.                                        05660000
056700     PERFORM VARYING WS-I FROM 1 BY 1                             05670000
056800               UNTIL WS-I > WS-OUT-CNT                            05680000
056900        IF WS-OUT-ACK(WS-I) NOT = 'Y'                             05690000
057000           INITIALIZE         OUT-REC                             05700000
057100           MOVE WS-OUT-PGM(WS-I)     TO OUT-PGM                   05710000
057200           MOVE WS-OUT-SUBJ(WS-I)    TO OUT-SUBJECT               05720000
057300           MOVE WS-OUT-SEV(WS-I)     TO OUT-SEVERITY              05730000
057400           MOVE WS-OUT-RCPT(WS-I)    TO OUT-RECIPIENT             05740000
057500           MOVE WS-OUT-FIRST(WS-I)   TO OUT-FIRST-DATE            05750000
057600           MOVE WS-OUT-LAST(WS-I)    TO OUT-LAST-DATE             05760000
057700           MOVE WS-OUT-REPEATS(WS-I) TO OUT-REPEAT-CNT            05770000
057800           WRITE OUT-REC                                          05780000
057900        END-IF                                                    05790000
058000     END-PERFORM.                                                 05800000
058100     CLOSE OUT-FILE.                                              05810000
058200 3000-EXIT.                                                       05820000
058300     EXIT.                                                        05830000
058400                                                                  05840000
058500*----------------------------------------------------------------*05850000
058600*   WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      *05860000
058700*----------------------------------------------------------------*05870000
058800 9800-WRITE-AUDIT-HIST.                                           05880000
058900     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05890000
059000     ACCEPT WS-HIST-TIME FROM TIME.                               05900000
059100     OPEN EXTEND AUD-HIST.                                        05910000
059200     INITIALIZE AUD-HIST-REC.                                     05920000
059300     MOVE WS-HIST-DATE          TO HIST-DATE.                     05930000
059400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05940000
059500     MOVE 'AOCDARTE'            TO HIST-PGM.                      05950000
059501     MOVE WS-HIST-VER           TO HIST-VERSION.                  05950100
059600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05960000
059700     WRITE AUD-HIST-REC.                                          05970000
059800     CLOSE AUD-HIST.                                              05980000
059900 9800-EXIT.                                                       05990000
060000     EXIT.                                                        06000000
