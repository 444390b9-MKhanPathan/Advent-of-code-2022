002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS DLT-FILE-STATUS.                       00290000
003000                                                                  00300000
003001*----------------------------------------------------------------*00300100
003002* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00300200
003003* THIS PROGRAM READ FROM AOCD1RPT                                *00300300
003004*----------------------------------------------------------------*00300400
003005     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00300500
003006        ORGANIZATION    IS SEQUENTIAL                             00300600
003007         ACCESS MODE    IS SEQUENTIAL                             00300700
003008         FILE STATUS    IS HND-FILE-STATUS.                       00300800
003009                                                                  00300900
003100*----------------------------------------------------------------*00310000
003200*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN     *  00320000
003300*----------------------------------------------------------------*00330000
007600     05 DLT-NEW-AMOUNT  PIC 9(10).                                00760000
007700     05 FILLER          PIC X(29).                                00770000
007800                                                                  00780000
007801 FD  HND-FILE.                                                    00780100
007802     COPY AOCDHND.                                                00780200
007803                                                                  00780300
007900*----------------------------------------------------------------*00790000
008000*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     * 00800000
008100*----------------------------------------------------------------*00810000
008900     05 HIST-PGM             PIC X(08).                           00890000
009000     05 FILLER               PIC X(02).                           00900000
009100     05 HIST-OUTPUT          PIC X(40).                           00910000
009101     05 FILLER               PIC X(02).                           00910100
009102     05 HIST-VERSION         PIC X(08).                           00910200
009200 WORKING-STORAGE SECTION.                                         00920000
009300 01  WS-WORK-FIELDS.                                              00930000
009400     05 WS-THRESHOLD      PIC 9(10)   VALUE ZEROES.               00940000
012500     05 DLT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01250000
012600        88 DLT-SUCCESS    VALUE '00'.                             01260000
012700                                                                  01270000
012701*----------------------------------------------------------------*01270100
012702* HANDOFF COUNT - THE AOCD1RPT RECORDS THIS RUN READ             *01270200
012703*----------------------------------------------------------------*01270300
012704 01  WS-HND-FIELDS.                                               01270400
012705     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01270500
012706        88 HND-SUCCESS    VALUE '00'.                             01270600
012707     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01270700
012708     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01270800
012709                                                                  01270900
012800*----------------------------------------------------------------*01280000
012900*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 01290000
013000*----------------------------------------------------------------*01300000
013200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01320000
013300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01330000
013400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01340000
013401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01340100
013500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01350000
013600        88 HIST-SUCCESS VALUE '00'.                               01360000
013700*----------------------------------------------------------------*01370000
021900             AT END                                               02190000
022000                SET CUR-EOF TO TRUE                               02200000
022100             NOT AT END                                           02210000
022101                ADD 1                 TO WS-HND-CNT               02210100
022200                IF CUR-TEXT = 'ELF TOTAL CALORIES'                02220000
022300                   PERFORM 3000-MATCH-ONE-ELF  THRU 3000-EXIT     02230000
022400                END-IF                                            02240000
022500        END-READ                                                  02250000
022600     END-PERFORM.                                                 02260000
022700     CLOSE CUR-RPT.                                               02270000
022701     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02270100
022800 2000-EXIT.                                                       02280000
022900     EXIT.                                                        02290000
023000                                                                  02300000
029700 4000-EXIT.                                                       02970000
029800     EXIT.                                                        02980000
029900                                                                  02990000
029901*----------------------------------------------------------------*02990100
029902* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *02990200
029903* AOCD1RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *02990300
029904*----------------------------------------------------------------*02990400
029905 9750-WRITE-HANDOFF.                                              02990500
029906     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 02990600
029907     OPEN EXTEND HND-FILE.                                        02990700
029908     IF HND-SUCCESS                                               02990800
029909        INITIALIZE            HANDOFF-CNT-REC                     02990900
029910        MOVE WS-HND-DATE      TO HND-RUN-DATE                     02991000
029911        MOVE 'AOCD1PG5'       TO HND-PGM                          02991100
029912        MOVE 'AOCD1RPT'       TO HND-DD                           02991200
029913        SET HND-READER        TO TRUE                             02991300
029914        MOVE WS-HND-CNT       TO HND-REC-CNT                      02991400
029915        MOVE WS-HIST-VER      TO HND-VERSION                      02991500
029916        WRITE HANDOFF-CNT-REC                                     02991600
029917        CLOSE HND-FILE                                            02991700
029918     END-IF.                                                      02991800
029919 9750-EXIT.                                                       02991900
029920     EXIT.                                                        02992000
029921                                                                  02992100
030000*----------------------------------------------------------------*03000000
030100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 03010000
030200*----------------------------------------------------------------*03020000
030800     MOVE WS-HIST-DATE          TO HIST-DATE.                     03080000
030900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03090000
031000     MOVE 'AOCD1PG5'        TO HIST-PGM.                          03100000
031001     MOVE WS-HIST-VER       TO HIST-VERSION.                      03100100
031100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03110000
031200     WRITE AUD-HIST-REC.                                          03120000
031300     CLOSE AUD-HIST.                                              03130000
