001100*  THE PER-RECIPIENT AOCDDMAN MANIFEST WITH RECORD COUNTS AND    *00110000
001200*  THE RUN DATE, AND FLAGS ANY EXPECTED REPORT THAT IS           *00120000
001300*  MISSING OR EMPTY                                              *00130000
127200*  NOTHING GOES OUT ON THE STRENGTH OF THE MANIFEST ALONE: EACH  *12720000
127210*  ROW IS ALSO STAGED HELD ON AOCDRGAT UNDER THE SUITE'S RUN ID, *12721000
127220*  AND STAYS HELD UNTIL THE MORNING SIGN-OFF IN AOCDRGAT         *12722000
127230*  RELEASES OR WITHHOLDS IT                                      *12723000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCDDIST.                                            00160000
006400         ACCESS MODE    IS SEQUENTIAL                             00640000
006500         FILE STATUS    IS MAN-FILE-STATUS.                       00650000
006600                                                                  00660000
127250*----------------------------------------------------------------*12725000
127260*  THE SUITE RUN LOCK - READ ONLY FOR THE RUN ID - AND THE       *12726000
127270*  RELEASE-GATE FILE EVERY MANIFEST ROW IS STAGED ON             *12727000
127280*----------------------------------------------------------------*12728000
127290     SELECT LOCK-FILE   ASSIGN TO AOCDLOCK                        12729000
127300        ORGANIZATION    IS SEQUENTIAL                             12730000
127310         ACCESS MODE    IS SEQUENTIAL                             12731000
127320         FILE STATUS    IS LOCK-FILE-STATUS.                      12732000
127330                                                                  12733000
127340     SELECT RGT-FILE    ASSIGN TO AOCDRGAT                        12734000
127350        ORGANIZATION    IS SEQUENTIAL                             12735000
127360         ACCESS MODE    IS SEQUENTIAL                             12736000
127370         FILE STATUS    IS RGT-FILE-STATUS.                       12737000
127380                                                                  12738000
006700*----------------------------------------------------------------*00670000
006800*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00680000
006900*----------------------------------------------------------------*00690000
009900 01  RPT-D6R-REC            PIC X(40).                            00990000
010000 FD  RPT-BRP.                                                     01000000
010100 01  RPT-BRP-REC            PIC X(88).                            01010000
127390                                                                  12739000
127400 FD  LOCK-FILE                                                    12740000
127410     DATA RECORD IS LOCK-REC.                                     12741000
127420 01  LOCK-REC.                                                    12742000
127430     05 LCK-STATE            PIC X(01).                           12743000
127440     05 FILLER               PIC X(02).                           12744000
127450     05 LCK-RUN-ID           PIC X(14).                           12745000
127460     05 FILLER               PIC X(02).                           12746000
127470     05 LCK-OPERATOR         PIC X(08).                           12747000
127480     05 FILLER               PIC X(02).                           12748000
127490     05 LCK-DATE             PIC 9(08).                           12749000
127500     05 FILLER               PIC X(02).                           12750000
127510     05 LCK-TIME             PIC 9(06).                           12751000
127520                                                                  12752000
127530 FD  RGT-FILE.                                                    12753000
127540     COPY AOCDRGT.                                                12754000
010200                                                                  01020000
010300 FD  MAN-RPT.                                                     01030000
010400 01  MAN-REC.                                                     01040000
011300     05 MAN-RUN-DATE    PIC 9(06).                                01130000
011400     05 FILLER          PIC X(02).                                01140000
011500     05 MAN-STATUS      PIC X(09).                                01150000
127540     05 FILLER          PIC X(02).                                12754000
127550     05 MAN-GATE        PIC X(08).                                12755000
127560     05 FILLER          PIC X(02).                                12756000
127570     05 MAN-RUN-ID      PIC X(14).                                12757000
011700                                                                  01170000
011800 FD  AUD-HIST                                                     01180000
011900     DATA RECORD IS AUD-HIST-REC.                                 01190000
012500     05 HIST-PGM             PIC X(08).                           01250000
012600     05 FILLER               PIC X(02).                           01260000
012700     05 HIST-OUTPUT          PIC X(40).                           01270000
012701     05 FILLER               PIC X(02).                           01270100
012702     05 HIST-VERSION         PIC X(08).                           01270200
012800                                                                  01280000
012900 WORKING-STORAGE SECTION.                                         01290000
013000 01  WS-WORK-FIELDS.                                              01300000
013300     05 WS-FLAG-CNT       PIC 9(03)   VALUE ZEROES.               01330000
013400     05 WS-REC-CNT        PIC 9(07)   VALUE ZEROES.               01340000
013500     05 WS-RPT-IDX        PIC 9(01)   VALUE ZEROES.               01350000
127580     05 WS-RUN-ID         PIC X(14)   VALUE SPACES.               12758000
127590     05 WS-TIME-RAW       PIC 9(08)   VALUE ZEROES.               12759000
127600     05 WS-TODAY-YMD      PIC 9(08)   VALUE ZEROES.               12760000
127610     05 WS-STAGED-CNT     PIC 9(03)   VALUE ZEROES.               12761000
013600                                                                  01360000
013700 01  WS-SWITCHES.                                                 01370000
013800     05 DCT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01380000
014300        88 WS-RPT-EOF     VALUE '10'.                             01430000
014400     05 MAN-FILE-STATUS   PIC X(02)   VALUE SPACES.               01440000
014500        88 MAN-SUCCESS    VALUE '00'.                             01450000
127620     05 LOCK-FILE-STATUS  PIC X(02)   VALUE SPACES.               12762000
127630        88 LOCK-SUCCESS   VALUE '00'.                             12763000
127640     05 RGT-FILE-STATUS   PIC X(02)   VALUE SPACES.               12764000
127650        88 RGT-SUCCESS    VALUE '00'.                             12765000
127660     05 WS-STAGE-SW       PIC X(01)   VALUE 'N'.                  12766000
127670        88 WS-STAGE-OPEN  VALUE 'Y'.                              12767000
014600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01460000
014700        88 HIST-SUCCESS   VALUE '00'.                             01470000
014800                                                                  01480000
015000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01500000
015100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01510000
015200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01520000
015201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01520100
015300                                                                  01530000
015400 PROCEDURE DIVISION.                                              01540000
015500                                                                  01550000
016400        GOBACK                                                    01640000
016500     END-IF.                                                      01650000
016600     OPEN OUTPUT MAN-RPT.                                         01660000
127700     PERFORM 0500-GET-RUN-ID           THRU 0500-EXIT.            12770000
127710     OPEN EXTEND RGT-FILE.                                        12771000
127720     IF RGT-SUCCESS                                               12772000
127730        SET WS-STAGE-OPEN      TO TRUE                            12773000
127740     ELSE                                                         12774000
127750        DISPLAY 'ERROR - RELEASE GATE AOCDRGAT WILL NOT OPEN, '   12775000
127760                'STATUS: ' RGT-FILE-STATUS ' - NOTHING STAGED'    12776000
127770     END-IF.                                                      12777000
016700     PERFORM UNTIL DCT-EOF                                        01670000
016800        READ DCT-FILE                                             01680000
016900             AT END                                               01690000
017700     END-PERFORM.                                                 01770000
017800     CLOSE DCT-FILE.                                              01780000
017900     CLOSE MAN-RPT.                                               01790000
127790     IF WS-STAGE-OPEN                                             12779000
127800        CLOSE RGT-FILE                                            12780000
127810     END-IF.                                                      12781000
018000     DISPLAY 'DISTRIBUTION ROWS: ' WS-ROW-CNT                     01800000
018100             ' FLAGGED: ' WS-FLAG-CNT.                            01810000
018200     IF WS-FLAG-CNT > ZEROES                                      01820000
018300        MOVE 4               TO RETURN-CODE                       01830000
018400     END-IF.                                                      01840000
127820*----------------------------------------------------------------*12782000
127830*  THE NIGHT'S REPORTS WAIT FOR THE SIGN-OFF - A GATE THAT WOULD *12783000
127840*  NOT OPEN MEANS NOTHING CAN BE RELEASED, WHICH OUTRANKS A FLAG *12784000
127850*----------------------------------------------------------------*12785000
127860     IF WS-STAGE-OPEN                                             12786000
127870        DISPLAY 'REPORTS STAGED HELD: ' WS-STAGED-CNT             12787000
127880                ' FOR RUN ' WS-RUN-ID ' - AWAITING SIGN-OFF'      12788000
127890     ELSE                                                         12789000
127900        MOVE 8               TO RETURN-CODE                       12790000
127910     END-IF.                                                      12791000
018500     STRING 'DISTRIBUTION - ' DELIMITED BY SIZE                   01850000
018600        WS-FLAG-CNT DELIMITED BY SIZE                             01860000
018700        ' OF ' DELIMITED BY SIZE                                  01870000
019100     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01910000
019200     GOBACK.                                                      01920000
019300                                                                  01930000
128000*----------------------------------------------------------------*12800000
128010*  0500-GET-RUN-ID TAKES THE RUN ID FROM THE SUITE RUN LOCK,     *12801000
128020*  HELD OR FREED. NO LOCK RECORD, OR ONE WITH NO ID, STAGES THE  *12802000
128030*  ROWS UNDER THIS STEP'S OWN DATE AND TIME INSTEAD              *12803000
128040*----------------------------------------------------------------*12804000
128050 0500-GET-RUN-ID.                                                 12805000
128060     MOVE SPACES              TO WS-RUN-ID.                       12806000
128070     OPEN INPUT LOCK-FILE.                                        12807000
128080     IF LOCK-SUCCESS                                              12808000
128090        READ LOCK-FILE                                            12809000
128100           NOT AT END                                             12810000
128110              MOVE LCK-RUN-ID   TO WS-RUN-ID                      12811000
128120        END-READ                                                  12812000
128130        CLOSE LOCK-FILE                                           12813000
128140     END-IF.                                                      12814000
128150     IF WS-RUN-ID = SPACES                                        12815000
128160        ACCEPT WS-TODAY-YMD   FROM DATE YYYYMMDD                  12816000
128170        ACCEPT WS-TIME-RAW    FROM TIME                           12817000
128180        STRING WS-TODAY-YMD DELIMITED BY SIZE                     12818000
128190           WS-TIME-RAW(1:6) DELIMITED BY SIZE                     12819000
128200           INTO WS-RUN-ID                                         12820000
128210        DISPLAY 'NO RUN ID ON AOCDLOCK - STAGING UNDER '          12821000
128220                WS-RUN-ID                                         12822000
128230     END-IF.                                                      12823000
128240 0500-EXIT.                                                       12824000
128250     EXIT.                                                        12825000
128260                                                                  12826000
019400 2000-VERIFY-ONE-ROW.                                             01940000
019500*----------------------------------------------------------------*01950000
019600* COUNT THE REPORT'S RECORDS IF IT IS ONE THIS STEP KNOWS HOW    *01960000
020300     MOVE DCT-REPORT-DD       TO MAN-REPORT-DD.                   02030000
020400     MOVE DCT-METHOD          TO MAN-METHOD.                      02040000
020500     MOVE WS-RUN-DATE         TO MAN-RUN-DATE.                    02050000
127920     MOVE 'HELD'              TO MAN-GATE.                        12792000
127930     MOVE WS-RUN-ID           TO MAN-RUN-ID.                      12793000
020600     IF WS-RPT-IDX = ZEROES                                       02060000
020700        MOVE 'UNCHECKED'      TO MAN-STATUS                       02070000
020800     ELSE                                                         02080000
022400        END-EVALUATE                                              02240000
022500     END-IF.                                                      02250000
022600     WRITE MAN-REC.                                               02260000
127940     IF WS-STAGE-OPEN                                             12794000
127950        PERFORM 2400-STAGE-ROW      THRU 2400-EXIT                12795000
127960     END-IF.                                                      12796000
022700 2000-EXIT.                                                       02270000
022800     EXIT.                                                        02280000
022900                                                                  02290000
128300*----------------------------------------------------------------*12830000
128310*  2400-STAGE-ROW PUTS THE MANIFEST ROW ON THE RELEASE GATE,     *12831000
128320*  HELD, FOR THE MORNING SIGN-OFF                                *12832000
128330*----------------------------------------------------------------*12833000
128340 2400-STAGE-ROW.                                                  12834000
128350     INITIALIZE               RGT-REC.                            12835000
128360     MOVE WS-RUN-ID           TO RGT-RUN-ID.                      12836000
128370     MOVE MAN-REPORT-DD       TO RGT-REPORT-DD.                   12837000
128380     MOVE MAN-RECIPIENT       TO RGT-RECIPIENT.                   12838000
128390     MOVE MAN-METHOD          TO RGT-METHOD.                      12839000
128400     MOVE MAN-REC-CNT         TO RGT-REC-CNT.                     12840000
128410     MOVE MAN-STATUS          TO RGT-VERIFY.                      12841000
128420     SET RGT-HELD             TO TRUE.                            12842000
128430     WRITE RGT-REC.                                               12843000
128440     ADD 1                    TO WS-STAGED-CNT.                   12844000
128450 2400-EXIT.                                                       12845000
128460     EXIT.                                                        12846000
128470                                                                  12847000
023000 2100-PICK-REPORT.                                                02300000
023100     EVALUATE DCT-REPORT-DD                                       02310000
023200        WHEN 'AOCD1RPT' MOVE 1 TO WS-RPT-IDX                      02320000
032700     MOVE WS-HIST-DATE          TO HIST-DATE.                     03270000
032800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03280000
032900     MOVE 'AOCDDIST'            TO HIST-PGM.                      03290000
032901     MOVE WS-HIST-VER           TO HIST-VERSION.                  03290100
033000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03300000
033100     WRITE AUD-HIST-REC.                                          03310000
033200     CLOSE AUD-HIST.                                              03320000
