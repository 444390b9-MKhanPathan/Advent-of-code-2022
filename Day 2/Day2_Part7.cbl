002300         ACCESS MODE    IS SEQUENTIAL                             00230000
002400         FILE STATUS    IS RCN-FILE-STATUS.                       00240000
002500                                                                  00250000
002501*----------------------------------------------------------------*00250100
002502*  LEADERBOARD HISTORY - SCANNED FOR DISPUTE ADJUSTMENTS POSTED  *00250200
002503*  AGAINST THE NIGHT WHOSE TOTAL IS BEING PROVED                 *00250300
002504*----------------------------------------------------------------*00250400
002505     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00250500
002506        ORGANIZATION    IS SEQUENTIAL                             00250600
002507         ACCESS MODE    IS SEQUENTIAL                             00250700
002508         FILE STATUS    IS LEADER-FILE-STATUS.                    00250800
002600*----------------------------------------------------------------*00260000
002700*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - READ HERE FOR THE      *00270000
002800*  TOTAL SCORE LINE AOCD2PG1 STAMPED, THEN APPENDED TO AS USUAL  *00280000
005500     05 RCN-ACTUAL      PIC 9(10).                                00550000
005600     05 FILLER          PIC X(10).                                00560000
005700                                                                  00570000
005701*----------------------------------------------------------------*00570100
005702*  THE LEADERBOARD HISTORY - READ ONLY FOR THE DISPUTE ADJUSTMENT*00570200
005703*  ROWS AOCD2PGH POSTED AGAINST THE NIGHT BEING PROVED           *00570300
005704*----------------------------------------------------------------*00570400
005705 FD  LEADER-HIST.                                                 00570500
005706 01  LEADER-REC.                                                  00570600
005707     05 LDR-RUN-DATE     PIC 9(08).                               00570700
005708     05 FILLER           PIC X(01).                               00570800
005709     05 LDR-TABLE-ID     PIC X(05).                               00570900
005710     05 FILLER           PIC X(01).                               00571000
005711     05 LDR-TOTAL        PIC 9(10).                               00571100
005712     05 FILLER           PIC X(01).                               00571200
005713     05 LDR-WIN          PIC 9(05).                               00571300
005714     05 LDR-LOSE         PIC 9(05).                               00571400
005715     05 LDR-DRAW         PIC 9(05).                               00571500
005717     05 LDR-PLAYER-NAME  PIC X(20).                               00571700
005718     05 LDR-REC-TYPE     PIC X(01).                               00571800
005719        88 LDR-ADJUSTMENT             VALUE 'A'.                  00571900
005720     05 LDR-ADJ-SIGN     PIC X(01).                               00572000
005721     05 LDR-ADJ-POINTS   PIC 9(03).                               00572100
005722     05 LDR-ADJ-OLD-OUT  PIC X(01).                               00572200
005723     05 LDR-ADJ-NEW-OUT  PIC X(01).                               00572300
005724     05 LDR-ADJ-SEQ      PIC 9(06).                               00572400
005725     05 LDR-ADJ-OLD-RND  PIC X(03).                               00572500
005726     05 LDR-ADJ-NEW-RND  PIC X(03).                               00572600
005800 FD  AUD-HIST                                                     00580000
005900     DATA RECORD IS AUD-HIST-REC.                                 00590000
006000 01  AUD-HIST-REC.                                                00600000
006500     05 HIST-PGM             PIC X(08).                           00650000
006600     05 FILLER               PIC X(02).                           00660000
006700     05 HIST-OUTPUT          PIC X(40).                           00670000
006701     05 FILLER               PIC X(02).                           00670100
006702     05 HIST-VERSION         PIC X(08).                           00670200
006800 WORKING-STORAGE SECTION.                                         00680000
006900 01  WS-WORK-FIELDS.                                              00690000
007000     05 WS-ROUND-CNT      PIC 9(06)   VALUE ZEROES.               00700000
007400     05 WS-REPORTED-SCORE PIC 9(10)   VALUE ZEROES.               00740000
007500     05 WS-SCORE-FOUND-SW PIC X(01)   VALUE 'N'.                  00750000
007600        88 WS-SCORE-FOUND VALUE 'Y'.                              00760000
007601     05 WS-REPORTED-NIGHT PIC 9(08)   VALUE ZEROES.               00760100
007602     05 WS-ADJ-CNT        PIC 9(05)   VALUE ZEROES.               00760200
007603     05 WS-ADJ-NET        PIC S9(10)  VALUE ZEROES.               00760300
007604     05 WS-CORRECTED      PIC S9(11)  VALUE ZEROES.               00760400
007700                                                                  00770000
007800 01  WS-SWITCHES.                                                 00780000
007900     05 AUDIT-FILE-STATUS PIC X(02)   VALUE SPACES.               00790000
008100        88 AUDIT-EOF      VALUE '10'.                             00810000
008200     05 RCN-FILE-STATUS   PIC X(02)   VALUE SPACES.               00820000
008300        88 RCN-SUCCESS    VALUE '00'.                             00830000
008301     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               00830100
008302        88 LEADER-SUCCESS  VALUE '00'.                            00830200
008303        88 LEADER-EOF      VALUE '10'.                            00830300
008400     05 WS-HIST-EOF-SW    PIC X(01)   VALUE 'N'.                  00840000
008500        88 WS-HIST-EOF    VALUE 'Y'.                              00850000
008600                                                                  00860000
009100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00910000
009200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00920000
009300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00930000
009301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00930100
009400     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00940000
009500        88 HIST-SUCCESS VALUE '00'.                               00950000
009600 PROCEDURE DIVISION.                                              00960000
009700                                                                  00970000
009800     PERFORM 1000-FIND-REPORTED-SCORE  THRU 1000-EXIT.            00980000
009900     PERFORM 2000-REPLAY-AUDIT-TRAIL   THRU 2000-EXIT.            00990000
009901     PERFORM 3000-ADD-DISPUTES         THRU 3000-EXIT.            00990100
010000     PERFORM 4000-PROVE-OUT            THRU 4000-EXIT.            01000000
010100                                                                  01010000
010200     STRING 'AUDIT BREAKS: ' DELIMITED BY SIZE                    01020000
012200                      AND HIST-OUTPUT(14:10) IS NUMERIC           01220000
012300                      MOVE HIST-OUTPUT(14:10)                     01230000
012400                                     TO WS-REPORTED-SCORE         01240000
012401                     MOVE HIST-DATE      TO WS-REPORTED-NIGHT     01240100
012500                      SET WS-SCORE-FOUND  TO TRUE                 01250000
012600                   END-IF                                         01260000
012700           END-READ                                               01270000
018600     END-IF.                                                      01860000
018700 2100-EXIT.                                                       01870000
018800     EXIT.                                                        01880000
018801                                                                  01880100
018802 3000-ADD-DISPUTES.                                               01880200
018803*----------------------------------------------------------------*01880300
018804*  DISPUTES ARE POSTED TO AOCD2LDR BY AOCD2PGH AS ADJUSTMENT ROWS*01880400
018805*  AGAINST THE NIGHT THEY CORRECT - THE AUDIT TRAIL ITSELF IS    *01880500
018806*  NEVER REWRITTEN. LIST EACH ONE POSTED AGAINST THE REPORTED    *01880600
018807*  NIGHT AND NET THEM SO THE PROVE-OUT CAN CARRY THE CORRECTED   *01880700
018808*  TOTAL                                                         *01880800
018809*----------------------------------------------------------------*01880900
018810     IF WS-SCORE-FOUND                                            01881000
018811        OPEN INPUT LEADER-HIST                                    01881100
018812        IF LEADER-SUCCESS                                         01881200
018813           PERFORM UNTIL LEADER-EOF                               01881300
018814              READ LEADER-HIST                                    01881400
018815                   AT END                                         01881500
018816                      SET LEADER-EOF TO TRUE                      01881600
018817                   NOT AT END                                     01881700
018818                      IF LDR-ADJUSTMENT                           01881800
018819                         AND LDR-RUN-DATE = WS-REPORTED-NIGHT     01881900
018820                         PERFORM 3100-LIST-ONE-DISPUTE            01882000
018821                            THRU 3100-EXIT                        01882100
018822                      END-IF                                      01882200
018823              END-READ                                            01882300
018824           END-PERFORM                                            01882400
018825           CLOSE LEADER-HIST                                      01882500
018826        ELSE                                                      01882600
018827           DISPLAY 'WARNING - UNABLE TO OPEN AOCD2LDR, FILE '     01882700
018828                   'STATUS: ' LEADER-FILE-STATUS                  01882800
018829                   ' - NO DISPUTES APPLIED'                       01882900
018830        END-IF                                                    01883000
018831     END-IF.                                                      01883100
018832 3000-EXIT.                                                       01883200
018833     EXIT.                                                        01883300
018834                                                                  01883400
018835 3100-LIST-ONE-DISPUTE.                                           01883500
018836     ADD 1                    TO WS-ADJ-CNT.                      01883600
018837     IF LDR-ADJ-SIGN = '-'                                        01883700
018838        SUBTRACT LDR-ADJ-POINTS FROM WS-ADJ-NET                   01883800
018839     ELSE                                                         01883900
018840        ADD LDR-ADJ-POINTS    TO WS-ADJ-NET                       01884000
018841     END-IF.                                                      01884100
018842     INITIALIZE               RCN-REC.                            01884200
018843     MOVE SPACES              TO RCN-TEXT.                        01884300
018844     STRING 'DISPUTE TABLE ' DELIMITED BY SIZE                    01884400
018845        LDR-TABLE-ID ' ' LDR-ADJ-OLD-RND DELIMITED BY SIZE        01884500
018846        ' TO ' LDR-ADJ-NEW-RND ' ' DELIMITED BY SIZE              01884600
018847        LDR-ADJ-SIGN LDR-ADJ-POINTS DELIMITED BY SIZE             01884700
018848        INTO RCN-TEXT.                                            01884800
018849     MOVE LDR-ADJ-SEQ         TO RCN-ROUND-SEQ.                   01884900
018850     WRITE RCN-REC.                                               01885000
018851     DISPLAY 'DISPUTE APPLIED - TABLE ' LDR-TABLE-ID              01885100
018852             ' ROUND SEQ ' LDR-ADJ-SEQ                            01885200
018853             ' ' LDR-ADJ-SIGN LDR-ADJ-POINTS.                     01885300
018854 3100-EXIT.                                                       01885400
018855     EXIT.                                                        01885500
018900                                                                  01890000
019000 4000-PROVE-OUT.                                                  01900000
019100     INITIALIZE               RCN-REC.                            01910000
020500     END-IF.                                                      02050000
020600     MOVE WS-ROUND-CNT        TO RCN-ROUND-SEQ.                   02060000
020700     WRITE RCN-REC.                                               02070000
020701     IF WS-ADJ-CNT > ZEROES                                       02070100
020702        PERFORM 4100-WRITE-CORRECTED  THRU 4100-EXIT              02070200
020703     END-IF.                                                      02070300
020800     CLOSE RCN-RPT.                                               02080000
020900     DISPLAY 'ROUNDS REPLAYED: ' WS-ROUND-CNT                     02090000
021000             ' REPLAY TOTAL: ' WS-REPLAY-TOTAL                    02100000
021500     END-IF.                                                      02150000
021600 4000-EXIT.                                                       02160000
021700     EXIT.                                                        02170000
021701                                                                  02170100
021702 4100-WRITE-CORRECTED.                                            02170200
021703*----------------------------------------------------------------*02170300
021704*  BOTH SIDES MOVED BY THE NET OF THE DISPUTES POSTED AGAINST THE*02170400
021705*  REPORTED NIGHT - THE REPLAY PROVES THE FIGURE AS PLAYED, THIS *02170500
021706*  LINE CARRIES IT FORWARD TO THE FIGURE THE LEADERBOARD NOW     *02170600
021707*  HOLDS                                                         *02170700
021708*----------------------------------------------------------------*02170800
021709     INITIALIZE               RCN-REC.                            02170900
021710     MOVE 'CORRECTED TOTAL AFTER DISPUTES'    TO RCN-TEXT.        02171000
021711     MOVE WS-ADJ-CNT          TO RCN-ROUND-SEQ.                   02171100
021712     COMPUTE WS-CORRECTED = WS-REPLAY-TOTAL + WS-ADJ-NET.         02171200
021713     MOVE WS-CORRECTED        TO RCN-EXPECTED.                    02171300
021714     COMPUTE WS-CORRECTED = WS-REPORTED-SCORE + WS-ADJ-NET.       02171400
021715     MOVE WS-CORRECTED        TO RCN-ACTUAL.                      02171500
021716     WRITE RCN-REC.                                               02171600
021717     DISPLAY 'DISPUTES APPLIED: ' WS-ADJ-CNT                      02171700
021718             ' NET ADJUSTMENT: ' WS-ADJ-NET                       02171800
021719             ' CORRECTED TOTAL: ' RCN-EXPECTED.                   02171900
021720 4100-EXIT.                                                       02172000
021721     EXIT.                                                        02172100
021800                                                                  02180000
021900*----------------------------------------------------------------*02190000
022000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 02200000
022700     MOVE WS-HIST-DATE          TO HIST-DATE.                     02270000
022800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02280000
022900     MOVE 'AOCD2PG7'        TO HIST-PGM.                          02290000
022901     MOVE WS-HIST-VER       TO HIST-VERSION.                      02290100
023000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02300000
023100     WRITE AUD-HIST-REC.                                          02310000
023200     CLOSE AUD-HIST.                                              02320000
