004400         ACCESS MODE    IS SEQUENTIAL                             00440000
004500         FILE STATUS    IS SEXC-FILE-STATUS.                      00450000
004600                                                                  00460000
004601*----------------------------------------------------------------*00460100
004602* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00460200
004603* THIS PROGRAM READ FROM AOCD6RPT                                *00460300
004604*----------------------------------------------------------------*00460400
004605     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00460500
004606        ORGANIZATION    IS SEQUENTIAL                             00460600
004607         ACCESS MODE    IS SEQUENTIAL                             00460700
004608         FILE STATUS    IS HND-FILE-STATUS.                       00460800
004609                                                                  00460900
004700*----------------------------------------------------------------*00470000
004800*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00480000
004900*----------------------------------------------------------------*00490000
006000     05 DS-DEVICE-ID           PIC X(08).                         00600000
006100     05 DS-CONT-FLAG           PIC X(01).                         00610000
006200     05 DS-DATA                PIC X(4086).                       00620000
006210     05 DS-SEG-NO              PIC 9(04).                         00621000
006220     05 DS-CHECKSUM            PIC 9(08).                         00622000
006300                                                                  00630000
006400 FD  DEVICE-RPT                                                   00640000
006500     DATA RECORD IS DEVICE-RPT-REC.                               00650000
008500 FD  SUITE-EXC.                                                   00850000
008600     COPY AOCDEXC.                                                00860000
008700                                                                  00870000
008701 FD  HND-FILE.                                                    00870100
008702     COPY AOCDHND.                                                00870200
008703                                                                  00870300
008800 FD  AUD-HIST                                                     00880000
008900     DATA RECORD IS AUD-HIST-REC.                                 00890000
009000 01  AUD-HIST-REC.                                                00900000
009500     05 HIST-PGM             PIC X(08).                           00950000
009600     05 FILLER               PIC X(02).                           00960000
009700     05 HIST-OUTPUT          PIC X(40).                           00970000
009701     05 FILLER               PIC X(02).                           00970100
009702     05 HIST-VERSION         PIC X(08).                           00970200
009800                                                                  00980000
009900 WORKING-STORAGE SECTION.                                         00990000
010000 01  WS-WORK-FIELDS.                                              01000000
010100     05 WS-I              PIC 9(03)   VALUE ZEROES.               01010000
010200     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01020000
010300     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01030000
010350     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01035000
010400     05 WS-DEVICE-CNT     PIC 9(03)   VALUE ZEROES.               01040000
010500     05 WS-READING-CNT    PIC 9(07)   VALUE ZEROES.               01050000
010600     05 WS-BAD-PAYLOADS   PIC 9(05)   VALUE ZEROES.               01060000
015000     05 WS-DEV-BAD-SW     PIC X(01)   VALUE 'N'.                  01500000
015100        88 WS-DEV-BAD      VALUE 'Y'.                             01510000
015200                                                                  01520000
015201*----------------------------------------------------------------*01520100
015202* HANDOFF COUNT - THE AOCD6RPT RECORDS THIS RUN READ             *01520200
015203*----------------------------------------------------------------*01520300
015204 01  WS-HND-FIELDS.                                               01520400
015205     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01520500
015206        88 HND-SUCCESS    VALUE '00'.                             01520600
015207     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01520700
015208     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01520800
015209                                                                  01520900
015300 01  WS-HIST-FIELDS.                                              01530000
015400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01540000
015500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01550000
015600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01560000
015601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01560100
015700                                                                  01570000
015800 PROCEDURE DIVISION.                                              01580000
015900                                                                  01590000
016000     ACCEPT WS-RUN-DATE      FROM DATE.                           01600000
016050     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01605000
016100     PERFORM 0500-LOAD-MARKERS         THRU 0500-EXIT.            01610000
016200     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01620000
016300     PERFORM 2000-READ-STREAM          THRU 2000-EXIT             01630000
019500             AT END                                               01950000
019600                SET RPT-EOF TO TRUE                               01960000
019700             NOT AT END                                           01970000
019701                ADD 1                 TO WS-HND-CNT               01970100
019800                IF WS-MRK-CNT < WS-MAX-MRKS                       01980000
019900                   AND RPT-MARKER-ST IS NUMERIC                   01990000
020000                   ADD 1 TO WS-MRK-CNT                            02000000
021000        END-READ                                                  02100000
021100     END-PERFORM.                                                 02110000
021200     CLOSE DEVICE-RPT.                                            02120000
021201     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02120100
021300 0500-EXIT.                                                       02130000
021400     EXIT.                                                        02140000
021500                                                                  02150000
031000           SET WS-DEV-BAD     TO TRUE                             03100000
031100           ADD 1              TO WS-BAD-PAYLOADS                  03110000
031200           INITIALIZE         SUITE-EXC-REC                       03120000
031300           MOVE WS-RUN-DATE-8 TO EXC-RUN-DATE                     03130000
031400           MOVE 'AOCD6PG5'    TO EXC-PGM                          03140000
031500           MOVE WS-CUR-DEVICE TO EXC-REC-KEY                      03150000
031600           MOVE 'BADTELEM'    TO EXC-REASON                       03160000
032300 3000-EXIT.                                                       03230000
032400     EXIT.                                                        03240000
032500                                                                  03250000
032501*----------------------------------------------------------------*03250100
032502* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *03250200
032503* AOCD6RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *03250300
032504*----------------------------------------------------------------*03250400
032505 9750-WRITE-HANDOFF.                                              03250500
032506     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 03250600
032507     OPEN EXTEND HND-FILE.                                        03250700
032508     IF HND-SUCCESS                                               03250800
032509        INITIALIZE            HANDOFF-CNT-REC                     03250900
032510        MOVE WS-HND-DATE      TO HND-RUN-DATE                     03251000
032511        MOVE 'AOCD6PG5'       TO HND-PGM                          03251100
032512        MOVE 'AOCD6RPT'       TO HND-DD                           03251200
032513        SET HND-READER        TO TRUE                             03251300
032514        MOVE WS-HND-CNT       TO HND-REC-CNT                      03251400
032515        MOVE WS-HIST-VER      TO HND-VERSION                      03251500
032516        WRITE HANDOFF-CNT-REC                                     03251600
032517        CLOSE HND-FILE                                            03251700
032518     END-IF.                                                      03251800
032519 9750-EXIT.                                                       03251900
032520     EXIT.                                                        03252000
032521                                                                  03252100
032600*----------------------------------------------------------------*03260000
032700*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03270000
032800*----------------------------------------------------------------*03280000
033400     MOVE WS-HIST-DATE          TO HIST-DATE.                     03340000
033500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03350000
033600     MOVE 'AOCD6PG5'            TO HIST-PGM.                      03360000
033601     MOVE WS-HIST-VER           TO HIST-VERSION.                  03360100
033700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03370000
033800     WRITE AUD-HIST-REC.                                          03380000
033900     CLOSE AUD-HIST.                                              03390000
