000900*  STEP COMPARES THE TWO FIELD BY FIELD - REPORTING ONLY THE     *00090000
001000*  DIFFERENCES, WITH RECORD AND COLUMN POSITIONS, TO AOCDSHDF.   *00100000
001100*  AN EMPTY DIFFERENCE REPORT IS THE PROMOTION GATE              *00110000
001110*  SYSIN NAMES THE PROGRAM UNDER TEST AND THE PRODUCTION RUN     *00111000
001120*  DATE. A REPORT WITH DIFFERENCES OPENS WITH A VERSIONS LINE -  *00112000
001130*  EACH SIDE'S VERSION STAMP AS AOCDHST RECORDED IT - SO THE     *00113000
001140*  GATE STILL READS EMPTY WHEN THE TWO SIDES AGREE               *00114000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
001400 PROGRAM-ID. AOCDSHCM.                                            00140000
007600     05 HIST-PGM             PIC X(08).                           00760000
007700     05 FILLER               PIC X(02).                           00770000
007800     05 HIST-OUTPUT          PIC X(40).                           00780000
007801     05 FILLER               PIC X(02).                           00780100
007802     05 HIST-VERSION         PIC X(08).                           00780200
007900                                                                  00790000
008000 WORKING-STORAGE SECTION.                                         00800000
008100 01  WS-WORK-FIELDS.                                              00810000
008600     05 WS-COL-DIFFS      PIC 9(04)   VALUE ZEROES.               00860000
008700     05 WS-SHD-BUF        PIC X(310)  VALUE SPACES.               00870000
008800     05 WS-PRD-BUF        PIC X(310)  VALUE SPACES.               00880000
008802                                                                  00880200
008810*----------------------------------------------------------------*00881000
008818* THE PROGRAM UNDER TEST, THE PRODUCTION RUN DATE, AND THE       *00881800
008826* VERSION EACH SIDE WAS PRODUCED BY                              *00882600
008834*----------------------------------------------------------------*00883400
008842 01  WS-VER-FIELDS.                                               00884200
008850     05 WS-CMP-PGM        PIC X(08)   VALUE SPACES.               00885000
008858     05 WS-PRD-DATE       PIC X(08)   VALUE SPACES.               00885800
008866     05 WS-PRD-NUM        PIC 9(08)   VALUE ZEROES.               00886600
008874     05 WS-SHD-VER        PIC X(08)   VALUE 'UNKNOWN'.            00887400
008882     05 WS-PRD-VER        PIC X(08)   VALUE 'UNKNOWN'.            00888200
008900                                                                  00890000
009000 01  WS-SWITCHES.                                                 00900000
009100     05 SHD-FILE-STATUS   PIC X(02)   VALUE SPACES.               00910000
009800        88 DIF-SUCCESS    VALUE '00'.                             00980000
009900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               00990000
010000        88 HIST-SUCCESS   VALUE '00'.                             01000000
010010        88 HIST-EOF       VALUE '10'.                             01001000
010100     05 WS-SHD-GOT-SW     PIC X(01)   VALUE 'N'.                  01010000
010200        88 WS-SHD-GOT      VALUE 'Y'.                             01020000
010300     05 WS-PRD-GOT-SW     PIC X(01)   VALUE 'N'.                  01030000
010400        88 WS-PRD-GOT      VALUE 'Y'.                             01040000
010410     05 WS-VER-DONE-SW    PIC X(01)   VALUE 'N'.                  01041000
010420        88 WS-VER-DONE     VALUE 'Y'.                             01042000
010500                                                                  01050000
010600 01  WS-HIST-FIELDS.                                              01060000
010700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01070000
010800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01080000
010900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01090000
010901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01090100
011000                                                                  01100000
011100 PROCEDURE DIVISION.                                              01110000
011200                                                                  01120000
011210     PERFORM 0400-READ-SYSIN           THRU 0400-EXIT.            01121000
011220     PERFORM 0500-FIND-VERSIONS        THRU 0500-EXIT.            01122000
011300     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01130000
011400     PERFORM 2000-COMPARE-PAIR         THRU 2000-EXIT             01140000
011500       UNTIL SHD-EOF AND PRD-EOF.                                 01150000
013200     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01320000
013300     GOBACK.                                                      01330000
013400                                                                  01340000
013401 0400-READ-SYSIN.                                                 01340100
013402*----------------------------------------------------------------*01340200
013403* TWO SYSIN CARDS: THE PROGRAM-ID UNDER TEST AND THE PRODUCTION  *01340300
013404* RUN DATE, YYYYMMDD. EITHER MAY BE BLANK                        *01340400
013405*----------------------------------------------------------------*01340500
013406     ACCEPT WS-CMP-PGM.                                           01340600
013407     ACCEPT WS-PRD-DATE.                                          01340700
013408     IF WS-PRD-DATE IS NUMERIC AND WS-PRD-DATE > SPACES           01340800
013409        MOVE WS-PRD-DATE      TO WS-PRD-NUM                       01340900
013410     END-IF.                                                      01341000
013411     DISPLAY 'SHADOW COMPARE FOR <' WS-CMP-PGM                    01341100
013412             '> PRODUCTION RUN ' WS-PRD-NUM.                      01341200
013413 0400-EXIT.                                                       01341300
013414     EXIT.                                                        01341400
013415                                                                  01341500
013416 0500-FIND-VERSIONS.                                              01341600
013417*----------------------------------------------------------------*01341700
013418* THE SHADOW RUN IS THE NEWEST STAMPED ROW FOR THE PROGRAM. THE  *01341800
013419* PRODUCTION SIDE IS ITS LAST STAMPED ROW ON OR BEFORE THE       *01341900
013420* PRODUCTION RUN DATE - OR, WITH NO DATE, THE ROW BEFORE THE     *01342000
013421* SHADOW RUN. NO HISTORY LEAVES BOTH SIDES UNKNOWN               *01342100
013422*----------------------------------------------------------------*01342200
013423     IF WS-CMP-PGM = SPACES                                       01342300
013424        GO TO 0500-EXIT                                           01342400
013425     END-IF.                                                      01342500
013426     OPEN INPUT AUD-HIST.                                         01342600
013427     IF NOT HIST-SUCCESS                                          01342700
013428        DISPLAY 'AOCDHST WILL NOT OPEN - VERSIONS UNKNOWN'        01342800
013429        GO TO 0500-EXIT                                           01342900
013430     END-IF.                                                      01343000
013431     PERFORM UNTIL HIST-EOF                                       01343100
013432        READ AUD-HIST                                             01343200
013433             AT END                                               01343300
013434                SET HIST-EOF TO TRUE                              01343400
013435             NOT AT END                                           01343500
013436                IF HIST-PGM = WS-CMP-PGM                          01343600
013437                   AND HIST-VERSION > SPACES                      01343700
013438                   IF WS-PRD-NUM > ZEROES                         01343800
013439                      IF HIST-DATE NOT > WS-PRD-NUM               01343900
013440                         MOVE HIST-VERSION TO WS-PRD-VER          01344000
013441                      END-IF                                      01344100
013442                   ELSE                                           01344200
013443                      MOVE WS-SHD-VER      TO WS-PRD-VER          01344300
013444                   END-IF                                         01344400
013445                   MOVE HIST-VERSION       TO WS-SHD-VER          01344500
013446                END-IF                                            01344600
013447        END-READ                                                  01344700
013448     END-PERFORM.                                                 01344800
013449     CLOSE AUD-HIST.                                              01344900
013450     DISPLAY 'SHADOW VERSION ' WS-SHD-VER                         01345000
013451             ' PRODUCTION VERSION ' WS-PRD-VER.                   01345100
013452 0500-EXIT.                                                       01345200
013453     EXIT.                                                        01345300
013454                                                                  01345400
013500 1000-OPEN-FILES.                                                 01350000
013600     OPEN INPUT SHD-FILE.                                         01360000
013700     IF NOT SHD-SUCCESS                                           01370000
018500        GO TO 2000-EXIT                                           01850000
018600     END-IF.                                                      01860000
018700     ADD 1                    TO WS-REC-NO.                       01870000
018710     IF NOT WS-VER-DONE                                           01871000
018720        AND (WS-SHD-GOT-SW NOT = WS-PRD-GOT-SW                    01872000
018730             OR WS-SHD-BUF NOT = WS-PRD-BUF)                      01873000
018740        PERFORM 2500-WRITE-VERSIONS   THRU 2500-EXIT              01874000
018750     END-IF.                                                      01875000
018800     EVALUATE TRUE                                                01880000
018900         WHEN WS-SHD-GOT AND NOT WS-PRD-GOT                       01890000
019000              ADD 1           TO WS-DIFF-CNT                      01900000
020600 2000-EXIT.                                                       02060000
020700     EXIT.                                                        02070000
020800                                                                  02080000
020805 2500-WRITE-VERSIONS.                                             02080500
020810*----------------------------------------------------------------*02081000
020815* FIRST DIFFERENCE FOUND - HEAD THE REPORT WITH THE PROGRAM AND  *02081500
020820* THE VERSION STAMP OF EACH SIDE                                 *02082000
020825*----------------------------------------------------------------*02082500
020830     SET WS-VER-DONE          TO TRUE.                            02083000
020835     INITIALIZE               DIF-REC.                            02083500
020840     MOVE 'VERSIONS'          TO DIF-KIND.                        02084000
020845     STRING WS-CMP-PGM ' ' WS-SHD-VER DELIMITED BY SIZE           02084500
020850        INTO DIF-SHADOW.                                          02085000
020855     STRING WS-CMP-PGM ' ' WS-PRD-VER DELIMITED BY SIZE           02085500
020860        INTO DIF-PROD.                                            02086000
020865     WRITE DIF-REC.                                               02086500
020870     DISPLAY 'VERSIONS - SHADOW ' WS-SHD-VER                      02087000
020875             ' PRODUCTION ' WS-PRD-VER.                           02087500
020880 2500-EXIT.                                                       02088000
020885     EXIT.                                                        02088500
020890                                                                  02089000
020900 3000-REPORT-FIELD-DIFF.                                          02090000
021000*----------------------------------------------------------------*02100000
021100* THE RECORDS DIFFER - FIND THE FIRST DIFFERING COLUMN, COUNT    *02110000
025300     MOVE WS-HIST-DATE          TO HIST-DATE.                     02530000
025400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02540000
025500     MOVE 'AOCDSHCM'            TO HIST-PGM.                      02550000
025501     MOVE WS-HIST-VER           TO HIST-VERSION.                  02550100
025600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02560000
025700     WRITE AUD-HIST-REC.                                          02570000
025800     CLOSE AUD-HIST.                                              02580000
