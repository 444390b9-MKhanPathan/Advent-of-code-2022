125070         ACCESS MODE    IS SEQUENTIAL                             12507000
125080         FILE STATUS    IS LOCK-FILE-STATUS.                      12508000
125090                                                                  12509000
125091*----------------------------------------------------------------*12509100
125092* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *12509200
125093* THIS PROGRAM WROTE TO AOCD6RPT                                 *12509300
125094*----------------------------------------------------------------*12509400
125095     SELECT HND-FILE    ASSIGN TO AOCDSHND                        12509500
125096        ORGANIZATION    IS SEQUENTIAL                             12509600
125097         ACCESS MODE    IS SEQUENTIAL                             12509700
125098         FILE STATUS    IS HND-FILE-STATUS.                       12509800
125099                                                                  12509900
002600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00260000
002600    ORGANIZATION    IS SEQUENTIAL                                 00260000
002600     ACCESS MODE    IS SEQUENTIAL                                 00260000
003100     05 DS-DEVICE-ID           PIC X(08).                         00310000
003200     05 DS-CONT-FLAG           PIC X(01).                         00320000
003300     05 DS-DATA                PIC X(4086).                       00330000
003310     05 DS-SEG-NO              PIC 9(04).                         00331000
003320     05 DS-CHECKSUM            PIC 9(08).                         00332000
003400                                                                  00340000
003500 FD  DEVICE-RPT                                                   00350000
003600     DATA RECORD IS DEVICE-RPT-REC.                               00360000
004511     DATA RECORD IS DVM-REC.                                      00451100
004512 01  DVM-REC.                                                     00451200
004513     05 DVM-DEVICE-ID          PIC X(08).                         00451300
004514     05 FILLER                 PIC X(01).                         00451400
004515     05 DVM-REGION             PIC X(04).                         00451500
004516     05 FILLER                 PIC X(01).                         00451600
004517     05 DVM-TECH-ID            PIC X(08).                         00451700
004518     05 FILLER                 PIC X(01).                         00451800
004519     05 DVM-MODEL              PIC X(08).                         00451900
004520     05 FILLER                 PIC X(01).                         00452000
004521     05 DVM-FIRMWARE           PIC X(08).                         00452100
004522     05 FILLER                 PIC X(01).                         00452200
004523     05 DVM-INSTALL-DATE       PIC 9(06).                         00452300
004524                                                                  00452400
004537 FD  MRK-HIST.                                                    00453700
004538 01  MHS-REC.                                                     00453800
004539     05 MHS-DEVICE-ID          PIC X(08).                         00453900
004542     05 FILLER                 PIC X(02).                         00454200
004543     05 MHS-FOUND-FLAG         PIC X(01).                         00454300
004544     05 FILLER                 PIC X(02).                         00454400
004545     05 MHS-RUN-DATE           PIC 9(08).                         00454500
004546                                                                  00454600
004529 FD  DUP-RPT.                                                     00452900
004530 01  DUP-REC.                                                     00453000
125200     05 FILLER               PIC X(02).                           12520000
125210     05 LCK-TIME             PIC 9(06).                           12521000
125220                                                                  12522000
125221 FD  HND-FILE.                                                    12522100
125222     COPY AOCDHND.                                                12522200
125223                                                                  12522300
005900 FD  AUD-HIST                                                     00590000
005900     DATA RECORD IS AUD-HIST-REC.                                 00590000
005900 01  AUD-HIST-REC.                                                00590000
005900     05 HIST-PGM             PIC X(08).                           00590000
005900     05 FILLER               PIC X(02).                           00590000
005900     05 HIST-OUTPUT          PIC X(40).                           00590000
005900     05 FILLER               PIC X(02).                           00590000
005900     05 HIST-VERSION         PIC X(08).                           00590000
005900 WORKING-STORAGE SECTION.                                         00590000
006000 01  WS-WORK-FIELDS.                                              00600000
006100     05 WS-CNT                 PIC 9(05)   VALUE ZEROES.          00610000
012327     05 MHS-FILE-STATUS         PIC X(02)   VALUE SPACES.         01232700
012328        88 MHS-SUCCESS          VALUE '00'.                       01232800
012329     05 WS-RUN-DATE             PIC 9(06)   VALUE ZEROES.         01232900
012330     05 WS-RUN-DATE-8           PIC 9(08)   VALUE ZEROES.         01233000
012306                                                                  01230600
012800     05 CONT-SW                 PIC X(01)   VALUE 'N'.            01280000
012900        88 IS-CONTINUATION      VALUE 'Y'.                        01290000
013420        88 WS-STREAM-OVERFLOW   VALUE 'Y'.                        01342000
013430        88 WS-STREAM-OK         VALUE 'N'.                        01343000
013500                                                                  01350000
013501*----------------------------------------------------------------*01350100
013502* HANDOFF COUNT - THE AOCD6RPT RECORDS THIS RUN WROTE            *01350200
013503*----------------------------------------------------------------*01350300
013504 01  WS-HND-FIELDS.                                               01350400
013505     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01350500
013506        88 HND-SUCCESS    VALUE '00'.                             01350600
013507     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01350700
013508     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01350800
013509                                                                  01350900
014000*----------------------------------------------------------------*01400000
014000*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 01400000
014000*----------------------------------------------------------------*01400000
014000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01400000
014000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01400000
014000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01400000
014000     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01400000
014000     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01400000
014000        88 HIST-SUCCESS VALUE '00'.                               01400000
125230 01  WS-LOCK-FIELDS.                                              12523000
015604     OPEN OUTPUT DUP-RPT.                                         01560400
015605     OPEN EXTEND MRK-HIST.                                        01560500
015606     ACCEPT WS-RUN-DATE       FROM DATE.                          01560600
015653     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 01565300
015700     IF SUCCESS                                                   01570000
015800        PERFORM UNTIL EOF                                         01580000
015900           READ DATA-STREAM                                       01590000
016900     END-IF.                                                      01690000
017000     CLOSE DATA-STREAM.                                           01700000
017100     CLOSE DEVICE-RPT.                                            01710000
017101     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  01710100
017110     IF WS-ALL-MODE                                               01711000
017120        CLOSE ALL-MRK                                             01712000
017130        DISPLAY 'MARKER OCCURRENCES WRITTEN: ' WS-ALL-CNT         01713000
033000        END-IF                                                    03300000
033050     END-IF.                                                      03305000
033100     WRITE DEVICE-RPT-REC.                                        03310000
033101     ADD 1                 TO WS-HND-CNT.                         03310100
033110     INITIALIZE               MHS-REC.                            03311000
033120     MOVE RPT-DEVICE-ID       TO MHS-DEVICE-ID.                   03312000
033130     MOVE RPT-MARKER-ST       TO MHS-MARKER-ST.                   03313000
033140     MOVE RPT-FOUND-FLAG      TO MHS-FOUND-FLAG.                  03314000
033150     MOVE WS-RUN-DATE-8       TO MHS-RUN-DATE.                    03315000
033160     WRITE MHS-REC.                                               03316000
033200 1300-EXIT.                                                       03320000
033300     EXIT.                                                        03330000
042200 0550-EXIT.                                                       04220000
042300     EXIT.                                                        04230000
042400                                                                  04240000
042401*----------------------------------------------------------------*04240100
042402* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT WROTE TO      *04240200
042403* AOCD6RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *04240300
042404*----------------------------------------------------------------*04240400
042405 9750-WRITE-HANDOFF.                                              04240500
042406     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 04240600
042407     OPEN EXTEND HND-FILE.                                        04240700
042408     IF HND-SUCCESS                                               04240800
042409        INITIALIZE            HANDOFF-CNT-REC                     04240900
042410        MOVE WS-HND-DATE      TO HND-RUN-DATE                     04241000
042411        MOVE 'AOCD6PG3'       TO HND-PGM                          04241100
042412        MOVE 'AOCD6RPT'       TO HND-DD                           04241200
042413        SET HND-WRITER        TO TRUE                             04241300
042414        MOVE WS-HND-CNT       TO HND-REC-CNT                      04241400
042415        MOVE WS-HIST-VER      TO HND-VERSION                      04241500
042416        WRITE HANDOFF-CNT-REC                                     04241600
042417        CLOSE HND-FILE                                            04241700
042418     END-IF.                                                      04241800
042419 9750-EXIT.                                                       04241900
042420     EXIT.                                                        04242000
042421                                                                  04242100
042400*----------------------------------------------------------------*04240000
042400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 04240000
042400*----------------------------------------------------------------*04240000
042400     MOVE WS-HIST-DATE          TO HIST-DATE.                     04240000
042400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04240000
042400     MOVE 'AOCD6PG3'        TO HIST-PGM.                          04240000
042400     MOVE WS-HIST-VER       TO HIST-VERSION.                      04240000
042400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04240000
042400     WRITE AUD-HIST-REC.                                          04240000
042400     CLOSE AUD-HIST.                                              04240000
117480     OPEN EXTEND BAL-FILE.                                        11748000
117490     IF BAL-SUCCESS                                               11749000
117500        INITIALIZE            SUITE-BAL-REC                       11750000
117510        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     11751000
117520        MOVE 'AOCD6PG3'       TO BAL-PGM                          11752000
117521        MOVE WS-HIST-VER      TO BAL-VERSION                      11752100
117530        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     11753000
117540        MOVE WS-BAL-USED-CNT  TO BAL-OUT-CNT                      11754000
123960        MOVE WS-BAL-REJ-CNT   TO BAL-REJECT-CNT                   12396000
