002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS ALT-FILE-STATUS.                       00300000
024010                                                                  02401000
024020*----------------------------------------------------------------*02402000
024030*  SHARED SUITE ALERT FILE - THE SAME ESCALATIONS IN THE COMMON  *02403000
024040*  AOCDALR LAYOUT FOR THE ALERT ROUTING STEP                     *02404000
024050*----------------------------------------------------------------*02405000
024060     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        02406000
024070        ORGANIZATION    IS SEQUENTIAL                             02407000
024080         ACCESS MODE    IS SEQUENTIAL                             02408000
024090         FILE STATUS    IS ALRT-FILE-STATUS.                      02409000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00330000
004700     05 FILLER                 PIC X(02).                         00470000
004800     05 MHS-FOUND-FLAG         PIC X(01).                         00480000
004900     05 FILLER                 PIC X(02).                         00490000
005000     05 MHS-RUN-DATE           PIC 9(08).                         00500000
005100                                                                  00510000
005200 FD  ALT-FILE.                                                    00520000
005300 01  ALT-REC.                                                     00530000
005700     05 FILLER          PIC X(02).                                00570000
005800     05 ALT-STREAK      PIC 9(03).                                00580000
005900     05 FILLER          PIC X(02).                                00590000
006000     05 ALT-LAST-DATE   PIC 9(08).                                00600000
006100     05 FILLER          PIC X(47).                                00610000
024110                                                                  02411000
024120 FD  ALERT-FILE.                                                  02412000
024130     COPY AOCDALR.                                                02413000
006200                                                                  00620000
006300 FD  AUD-HIST                                                     00630000
006400     DATA RECORD IS AUD-HIST-REC.                                 00640000
007000     05 HIST-PGM             PIC X(08).                           00700000
007100     05 FILLER               PIC X(02).                           00710000
007200     05 HIST-OUTPUT          PIC X(40).                           00720000
007201     05 FILLER               PIC X(02).                           00720100
007202     05 HIST-VERSION         PIC X(08).                           00720200
007300                                                                  00730000
007400 WORKING-STORAGE SECTION.                                         00740000
007500 01  WS-WORK-FIELDS.                                              00750000
007900     05 WS-DISPATCH-AT    PIC 9(02)   VALUE 3.                    00790000
008000     05 WS-WARN-CNT       PIC 9(03)   VALUE ZEROES.               00800000
008100     05 WS-DISPATCH-CNT   PIC 9(03)   VALUE ZEROES.               00810000
024140     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               02414000
024142     05 WS-RUN-TIME       PIC 9(08)   VALUE ZEROES.               02414200
024144     05 WS-ALR-SEV        PIC X(01)   VALUE SPACES.               02414400
008200                                                                  00820000
008300*----------------------------------------------------------------*00830000
008400* CURRENT STREAK PER DEVICE - A SUCCESS IN THE HISTORY CLEARS    *00840000
009200     05 WS-DEV-ENTRY      OCCURS 500 TIMES.                       00920000
009300        10 WS-DEV-ID      PIC X(08).                              00930000
009400        10 WS-DEV-STREAK  PIC 9(03).                              00940000
009500        10 WS-DEV-LAST    PIC 9(08).                              00950000
009600                                                                  00960000
009700 01  WS-SWITCHES.                                                 00970000
009800     05 MHS-FILE-STATUS   PIC X(02)   VALUE SPACES.               00980000
010000        88 MHS-EOF        VALUE '10'.                             01000000
010100     05 ALT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01010000
010200        88 ALT-SUCCESS    VALUE '00'.                             01020000
024150     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               02415000
024160        88 ALRT-SUCCESS   VALUE '00'.                             02416000
010300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01030000
010400        88 HIST-SUCCESS   VALUE '00'.                             01040000
010500                                                                  01050000
010700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01070000
010800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01080000
010900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01090000
010901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01090100
011000                                                                  01100000
011100*----------------------------------------------------------------*01110000
011200* THRESHOLD PARMS - WARN AND DISPATCH STREAK LENGTHS             *01120000
018800                                                                  01880000
018900 3000-WRITE-ALERTS.                                               01890000
019000     OPEN OUTPUT ALT-FILE.                                        01900000
024200     OPEN EXTEND ALERT-FILE.                                      02420000
024210     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.                 02421000
024220     ACCEPT WS-RUN-TIME       FROM TIME.                          02422000
019100     PERFORM VARYING WS-I FROM 1 BY 1                             01910000
019200               UNTIL WS-I > WS-DEV-CNT                            01920000
019300        IF WS-DEV-STREAK(WS-I) NOT < WS-DISPATCH-AT               01930000
019800           MOVE WS-DEV-STREAK(WS-I) TO ALT-STREAK                 01980000
019900           MOVE WS-DEV-LAST(WS-I)   TO ALT-LAST-DATE              01990000
020000           WRITE ALT-REC                                          02000000
024300           SET ALR-CRITICAL   TO TRUE                             02430000
024310           PERFORM 3100-WRITE-SUITE-ALERT  THRU 3100-EXIT         02431000
020100           DISPLAY 'DISPATCH ' WS-DEV-ID(WS-I)                    02010000
020200                   ' - ' WS-DEV-STREAK(WS-I)                      02020000
020300                   ' CONSECUTIVE FAILURES'                        02030000
021000              MOVE WS-DEV-STREAK(WS-I) TO ALT-STREAK              02100000
021100              MOVE WS-DEV-LAST(WS-I)   TO ALT-LAST-DATE           02110000
021200              WRITE ALT-REC                                       02120000
024400              SET ALR-WARNING TO TRUE                             02440000
024410              PERFORM 3100-WRITE-SUITE-ALERT  THRU 3100-EXIT      02441000
021300              DISPLAY 'WARN ' WS-DEV-ID(WS-I)                     02130000
021400                      ' - ' WS-DEV-STREAK(WS-I)                   02140000
021500                      ' CONSECUTIVE FAILURES'                     02150000
021700        END-IF                                                    02170000
021800     END-PERFORM.                                                 02180000
021900     CLOSE ALT-FILE.                                              02190000
024500     CLOSE ALERT-FILE.                                            02450000
022000     DISPLAY 'ALERTS - WARN: ' WS-WARN-CNT                        02200000
022100             ' DISPATCH: ' WS-DISPATCH-CNT.                       02210000
022200 3000-EXIT.                                                       02220000
022300     EXIT.                                                        02230000
024600                                                                  02460000
024610 3100-WRITE-SUITE-ALERT.                                          02461000
024620*----------------------------------------------------------------*02462000
024630* THE CALLER HAS SET THE SEVERITY - DISPATCH IS CRITICAL, WARN A *02463000
024640* WARNING. THE DEVICE IS THE SUBJECT, SO A DEVICE STILL FAILING  *02464000
024650* TOMORROW IS A REPEAT OF TONIGHT'S ALERT, NOT A NEW ONE         *02465000
024660*----------------------------------------------------------------*02466000
024670     MOVE ALR-SEVERITY          TO WS-ALR-SEV.                    02467000
024680     INITIALIZE                 ALERT-REC.                        02468000
024690     MOVE WS-ALR-SEV            TO ALR-SEVERITY.                  02469000
024700     MOVE WS-RUN-DATE           TO ALR-RUN-DATE.                  02470000
024710     MOVE WS-RUN-TIME(1:6)      TO ALR-RUN-TIME.                  02471000
024720     MOVE 'AOCD6PG7'            TO ALR-PGM.                       02472000
024730     STRING 'DEVICE ' DELIMITED BY SIZE                           02473000
024740        WS-DEV-ID(WS-I) DELIMITED BY SIZE                         02474000
024750        INTO ALR-SUBJECT.                                         02475000
024760     STRING WS-DEV-STREAK(WS-I) DELIMITED BY SIZE                 02476000
024770        ' CONSECUTIVE MARKER FAILURES, LAST ' DELIMITED BY SIZE   02477000
024780        WS-DEV-LAST(WS-I) DELIMITED BY SIZE                       02478000
024790        INTO ALR-MESSAGE.                                         02479000
024800     WRITE ALERT-REC.                                             02480000
024810 3100-EXIT.                                                       02481000
024820     EXIT.                                                        02482000
022400                                                                  02240000
022500*----------------------------------------------------------------*02250000
022600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *02260000
023300     MOVE WS-HIST-DATE          TO HIST-DATE.                     02330000
023400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02340000
023500     MOVE 'AOCD6PG7'            TO HIST-PGM.                      02350000
023501     MOVE WS-HIST-VER           TO HIST-VERSION.                  02350100
023600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02360000
023700     WRITE AUD-HIST-REC.                                          02370000
023800     CLOSE AUD-HIST.                                              02380000
