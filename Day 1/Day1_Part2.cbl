991060        ORGANIZATION    IS SEQUENTIAL                             99106000
991070         ACCESS MODE    IS SEQUENTIAL                             99107000
991080         FILE STATUS    IS SEXC-FILE-STATUS.                      99108000
992000*----------------------------------------------------------------*99200000
992010*  SHARED SUITE ALERT FILE - A SUPPLY-CAP BREACH IS RAISED HERE  *99201000
992020*  IN THE COMMON AOCDALR LAYOUT FOR THE ALERT ROUTING STEP       *99202000
992030*----------------------------------------------------------------*99203000
992040     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        99204000
992050        ORGANIZATION    IS SEQUENTIAL                             99205000
992060         ACCESS MODE    IS SEQUENTIAL                             99206000
992070         FILE STATUS    IS ALRT-FILE-STATUS.                      99207000
001500                                                                  00150000
001600                                                                  00160000
001601*----------------------------------------------------------------*00160100
001602* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00160200
001603* THIS PROGRAM WROTE TO AOCD1RPT                                 *00160300
001604*----------------------------------------------------------------*00160400
001605     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00160500
001606        ORGANIZATION    IS SEQUENTIAL                             00160600
001607         ACCESS MODE    IS SEQUENTIAL                             00160700
001608         FILE STATUS    IS HND-FILE-STATUS.                       00160800
001609                                                                  00160900
001600*----------------------------------------------------------------*00160000
001600*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN     *  00160000
001600*----------------------------------------------------------------*00160000
021997*----------------------------------------------------------------*02199700
021998 FD  TREND-RPT.                                                   02199800
021999 01  TREND-REC.                                                   02199900
220001     05 TRND-RUN-DATE   PIC 9(08).                                22000100
220002     05 FILLER          PIC X(02)   VALUE SPACES.                 22000200
220003     05 TRND-HIGHEST    PIC 9(10).                                22000300
220004     05 FILLER          PIC X(60).                                22000400
220005                                                                  22000500
991090 FD  SUITE-EXC.                                                   99109000
991100     COPY AOCDEXC.                                                99110000
992100 FD  ALERT-FILE.                                                  99210000
992110     COPY AOCDALR.                                                99211000
991110                                                                  99111000
220016                                                                  22001600
220017 FD  HND-FILE.                                                    22001700
220018     COPY AOCDHND.                                                22001800
220019                                                                  22001900
002200*----------------------------------------------------------------*00220000
002200*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     * 00220000
002200*----------------------------------------------------------------*00220000
002200     05 HIST-PGM             PIC X(08).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-OUTPUT          PIC X(40).                           00220000
002200     05 FILLER               PIC X(02).                           00220000
002200     05 HIST-VERSION         PIC X(08).                           00220000
002200 WORKING-STORAGE SECTION.                                         00220000
002300*----------------------------------------------------------------*00230015
002400* FIELDS TO TRACK THE TOTAL CALORIES OF EACH ELF AND THE HIGHEST *00240015
003346        88 TREND-SUCCESS  VALUE '00'.                             00334600
991120     05 SEXC-FILE-STATUS   PIC X(02)  VALUE SPACES.               99112000
991130        88 SEXC-SUCCESS    VALUE '00'.                            99113000
992200     05 ALRT-FILE-STATUS   PIC X(02)  VALUE SPACES.               99220000
992210        88 ALRT-SUCCESS    VALUE '00'.                            99221000
003350     05 WS-RUN-DATE     PIC 9(06)     VALUE ZEROES.               00335000
003375     05 WS-RUN-DATE-8   PIC 9(08)     VALUE ZEROES.               00337500
003400                                                                  00340000
003401*----------------------------------------------------------------*00340100
003402* HANDOFF COUNT - THE AOCD1RPT RECORDS THIS RUN WROTE            *00340200
003403*----------------------------------------------------------------*00340300
003404 01  WS-HND-FIELDS.                                               00340400
003405     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               00340500
003406        88 HND-SUCCESS    VALUE '00'.                             00340600
003407     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               00340700
003408     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               00340800
003409                                                                  00340900
003500*----------------------------------------------------------------*00350000
003500*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 00350000
003500*----------------------------------------------------------------*00350000
003500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00350000
003500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00350000
003500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00350000
003500     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00350000
003500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00350000
003500        88 HIST-SUCCESS VALUE '00'.                               00350000
003410 LINKAGE SECTION.                                                 00341000
004306     OPEN OUTPUT CAL-RPT.                                         00430600
043065     OPEN EXTEND TREND-RPT.                                       04306500
991140     OPEN EXTEND SUITE-EXC.                                       99114000
992300     OPEN EXTEND ALERT-FILE.                                      99230000
043067     INITIALIZE WS-EXP-TABLE.                                     04306700
043068     MOVE 'BASE'             TO WS-EXP-ID(1).                     04306800
004307     ACCEPT WS-RUN-DATE      FROM DATE.                           00430700
043075     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  04307500
004308     PERFORM 1050-WRITE-RPT-HEADER  THRU 1050-EXIT.               00430800
004400     IF NOT SUCCESS                                               00440000
004620        DISPLAY 'ERROR - UNABLE TO OPEN CAL-DATA, FILE STATUS: '  00462000
004940     MOVE 'CALORIE REPORT - RUN DATE' TO RPT-TEXT.                00494000
004950     MOVE WS-RUN-DATE        TO RPT-DATE.                         00495000
004960     WRITE CAL-RPT-REC.                                           00496000
004961     ADD 1                 TO WS-HND-CNT.                         00496100
004970 1050-EXIT.                                                       00497000
004980     EXIT.                                                        00498000
005000                                                                  00500000
007224     MOVE TOTAL-CALORIES        TO RPT-AMOUNT.                    00722400
007225     MOVE WS-CURRENT-ELF-NAME   TO RPT-ELF-NAME.                  00722500
007226     WRITE CAL-RPT-REC.                                           00722600
007227     ADD 1                 TO WS-HND-CNT.                         00722700
007239     INITIALIZE               TOTAL-CALORIES.                     00723900
007240     INITIALIZE               WS-CURRENT-ELF-NAME.                00724000
007241 3050-EXIT.                                                       00724100
007278        INTO RPT-TEXT.                                            00727800
007279     MOVE HDR-EXP-DATE           TO RPT-DATE.                     00727900
007280     WRITE CAL-RPT-REC.                                           00728000
007281     ADD 1                 TO WS-HND-CNT.                         00728100
007281 3300-EXIT.                                                       00728100
007282     EXIT.                                                        00728200
007283                                                                  00728300
074293        MOVE WS-ELF-SEQ            TO RPT-SEQ                     07429300
074294        MOVE TOTAL-CALORIES        TO RPT-AMOUNT                  07429400
074295        WRITE CAL-RPT-REC                                         07429500
074296        ADD 1                 TO WS-HND-CNT                       07429600
992500        PERFORM 3950-WRITE-CAP-ALERT  THRU 3950-EXIT              99250000
007430     END-IF.                                                      00743000
007435     IF TOTAL-CALORIES > WS-HIGHEST-CAL(WS-TOP-N)                 00743500
007436        MOVE WS-TOP-N              TO WS-INS-POS                  00743600
007605     CLOSE CAL-DATA.                                              00760500
007606     CLOSE REJECT-RPT.                                            00760600
991250     CLOSE SUITE-EXC.                                             99125000
992400     CLOSE ALERT-FILE.                                            99240000
007607     INITIALIZE TOTAL-CALORIES.                                   00760700
007610     PERFORM VARYING WS-CNT FROM 1 BY 1                           00761000
007615               UNTIL WS-CNT > WS-TOP-N                            00761500
007703     MOVE WS-TOP-N                TO RPT-SEQ.                     00770300
007704     MOVE TOTAL-CALORIES          TO RPT-AMOUNT.                  00770400
077041     WRITE CAL-RPT-REC.                                           07704100
077042     ADD 1                 TO WS-HND-CNT.                         07704200
007705     CLOSE CAL-RPT.                                               00770500
007706     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  00770600
007706     INITIALIZE               TREND-REC.                          00770600
007707     MOVE WS-RUN-DATE-8      TO TRND-RUN-DATE.                    00770700
007708     MOVE TOTAL-CALORIES     TO TRND-HIGHEST.                     00770800
007709     WRITE TREND-REC.                                             00770900
007710     CLOSE TREND-RPT.                                             00771000
007941     MOVE 'GRAND TOTAL ALL EXPEDITIONS'  TO RPT-TEXT.             00794100
007942     MOVE WS-GRAND-TOTAL      TO RPT-AMOUNT.                      00794200
007943     WRITE CAL-RPT-REC.                                           00794300
007944     ADD 1                 TO WS-HND-CNT.                         00794400
007944     IF WS-ELF-SEQ > ZEROES                                       00794400
007945        DIVIDE WS-GRAND-TOTAL BY WS-ELF-SEQ                       00794500
007946                            GIVING WS-AVERAGE-CAL ROUNDED         00794600
007950     MOVE 'AVERAGE CALORIES PER ELF'  TO RPT-TEXT.                00795000
007951     MOVE WS-AVERAGE-CAL        TO RPT-AMOUNT.                    00795100
007952     WRITE CAL-RPT-REC.                                           00795200
007953     ADD 1                 TO WS-HND-CNT.                         00795300
008170 4100-EXIT.                                                       00817000
008180     EXIT.                                                        00818000
008181                                                                  00818100
007977     MOVE SRT-TOTAL            TO RPT-AMOUNT.                     00797700
007978     MOVE SRT-NAME             TO RPT-ELF-NAME.                   00797800
007979     WRITE CAL-RPT-REC.                                           00797900
007980     ADD 1                 TO WS-HND-CNT.                         00798000
007980 4120-EXIT.                                                       00798000
007981     EXIT.                                                        00798100
007982                                                                  00798200
008191     MOVE WS-EXP-TOTAL(WS-PREV-EXP-IDX) TO RPT-AMOUNT.            00819100
008192     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00819200
008193     WRITE CAL-RPT-REC.                                           00819300
008194     ADD 1                 TO WS-HND-CNT.                         00819400
008194     INITIALIZE               CAL-RPT-REC.                        00819400
008195     MOVE 'EXPEDITION HIGHEST' TO RPT-TEXT.                       00819500
008196     MOVE WS-EXP-HIGHEST(WS-PREV-EXP-IDX) TO RPT-AMOUNT.          00819600
008197     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00819700
008198     WRITE CAL-RPT-REC.                                           00819800
008199     ADD 1                 TO WS-HND-CNT.                         00819900
008199     IF WS-EXP-ELF-CNT(WS-PREV-EXP-IDX) > ZEROES                  00819900
008200        DIVIDE WS-EXP-TOTAL(WS-PREV-EXP-IDX)                      00820000
008201             BY WS-EXP-ELF-CNT(WS-PREV-EXP-IDX)                   00820100
008208     MOVE WS-EXP-AVG(WS-PREV-EXP-IDX)   TO RPT-AMOUNT.            00820800
008209     MOVE WS-EXP-ID(WS-PREV-EXP-IDX)    TO RPT-ELF-NAME.          00820900
008210     WRITE CAL-RPT-REC.                                           00821000
008211     ADD 1                 TO WS-HND-CNT.                         00821100
008211 4150-EXIT.                                                       00821100
008212     EXIT.                                                        00821200
008280                                                                  00828000
991280* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99128000
991290* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99129000
991300*----------------------------------------------------------------*99130000
991310     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99131000
991320     MOVE 'AOCD1PG2'           TO EXC-PGM.                        99132000
991330     WRITE SUITE-EXC-REC.                                         99133000
991340 3900-EXIT.                                                       99134000
991350     EXIT.                                                        99135000
992600                                                                  99260000
992610 3950-WRITE-CAP-ALERT.                                            99261000
992620*----------------------------------------------------------------*99262000
992630* THE SUPPLY-CAP BREACH GOES TO THE SHARED ALERT FILE AS A       *99263000
992640* WARNING KEYED BY THE ELF, SO THE ROUTING STEP CAN PAGE ON-CALL *99264000
992650* INSTEAD OF WAITING FOR SOMEONE TO READ AOCD1RPT                *99265000
992660*----------------------------------------------------------------*99266000
992670     INITIALIZE                  ALERT-REC.                       99267000
992680     MOVE WS-RUN-DATE-8          TO ALR-RUN-DATE.                 99268000
992690     ACCEPT WS-HIST-TIME         FROM TIME.                       99269000
992700     MOVE WS-HIST-TIME(1:6)      TO ALR-RUN-TIME.                 99270000
992710     MOVE 'AOCD1PG2'             TO ALR-PGM.                      99271000
992720     SET ALR-WARNING             TO TRUE.                         99272000
992730     IF WS-CURRENT-ELF-NAME NOT = SPACES                          99273000
992740        STRING 'ELF ' DELIMITED BY SIZE                           99274000
992750           WS-CURRENT-ELF-NAME DELIMITED BY SIZE                  99275000
992760           INTO ALR-SUBJECT                                       99276000
992770     ELSE                                                         99277000
992780        STRING 'ELF SEQ ' DELIMITED BY SIZE                       99278000
992790           WS-ELF-SEQ DELIMITED BY SIZE                           99279000
992800           INTO ALR-SUBJECT                                       99280000
992810     END-IF.                                                      99281000
992820     STRING 'SUPPLY CAP ' DELIMITED BY SIZE                       99282000
992830        WS-SUPPLY-CAP DELIMITED BY SIZE                           99283000
992840        ' EXCEEDED - ELF CARRIES ' DELIMITED BY SIZE              99284000
992850        TOTAL-CALORIES DELIMITED BY SIZE                          99285000
992860        INTO ALR-MESSAGE.                                         99286000
992870     WRITE ALERT-REC.                                             99287000
992880 3950-EXIT.                                                       99288000
992890     EXIT.                                                        99289000
991360                                                                  99136000
991361*----------------------------------------------------------------*99136100
991362* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT WROTE TO      *99136200
991363* AOCD1RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *99136300
991364*----------------------------------------------------------------*99136400
991365 9750-WRITE-HANDOFF.                                              99136500
991366     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 99136600
991367     OPEN EXTEND HND-FILE.                                        99136700
991368     IF HND-SUCCESS                                               99136800
991369        INITIALIZE            HANDOFF-CNT-REC                     99136900
991370        MOVE WS-HND-DATE      TO HND-RUN-DATE                     99137000
991371        MOVE 'AOCD1PG2'       TO HND-PGM                          99137100
991372        MOVE 'AOCD1RPT'       TO HND-DD                           99137200
991373        SET HND-WRITER        TO TRUE                             99137300
991374        MOVE WS-HND-CNT       TO HND-REC-CNT                      99137400
991375        MOVE WS-HIST-VER      TO HND-VERSION                      99137500
991376        WRITE HANDOFF-CNT-REC                                     99137600
991377        CLOSE HND-FILE                                            99137700
991378     END-IF.                                                      99137800
991379 9750-EXIT.                                                       99137900
991380     EXIT.                                                        99138000
991381                                                                  99138100
008280*----------------------------------------------------------------*00828000
008280*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 00828000
008280*----------------------------------------------------------------*00828000
008280     MOVE WS-HIST-DATE          TO HIST-DATE.                     00828000
008280     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     00828000
008280     MOVE 'AOCD1PG2'        TO HIST-PGM.                          00828000
008280     MOVE WS-HIST-VER       TO HIST-VERSION.                      00828000
008280     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   00828000
008280     WRITE AUD-HIST-REC.                                          00828000
008280     CLOSE AUD-HIST.                                              00828000
