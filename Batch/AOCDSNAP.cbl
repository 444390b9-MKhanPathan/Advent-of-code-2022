000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - CARRIED-FORWARD STATE SNAPSHOT         *00020000
000300*----------------------------------------------------------------*00030000
000400*  THIRTY FILES CARRY THEIR STATE FROM ONE NIGHT INTO THE NEXT.  *00040000
000420*  AOCDIARC CAN GIVE BACK A NIGHT'S FEEDS, BUT NOT THE STATE     *00042000
000440*  THEY WERE APPLIED TO. SNAPSHOT MODE (THE DEFAULT, RUN AHEAD   *00044000
000460*  OF AOCDBATCH) COPIES EVERY STATE FILE INTO THE RUN-STAMPED    *00046000
000480*  AOCDSNPF SNAPSHOT UNDER *DDNAME STAMP HEADERS, CATALOGED ON   *00048000
000500*  AOCDSNCT WITH RECORD COUNTS. RESTORE MODE (PARM R PLUS THE    *00050000
000520*  STAMP) PUTS ALL THIRTY BACK TOGETHER - OR NONE OF THEM, IF    *00052000
000540*  THE SNAPSHOT DOES NOT AGREE WITH ITS CATALOG OR THE SUITE     *00054000
000560*  IS HOLDING THE RUN LOCK.                                      *00056000
000580*                                                                *00058000
000600*  A STATE FILE IS ONE A LATER NIGHT READS BACK AND REWRITES OR  *00060000
000620*  ADDS TO: MASTERS, LEDGERS, HISTORIES, CONTROL ROWS, AND       *00062000
000640*  AOCD4SJN, WHICH AOCD4PG9 READS TO SPOT A RERUN. NOT TAKEN:    *00064000
000660*  - AOCD1CKP AND AOCD1CKE, THE RESTART CHECKPOINTS. EVERY       *00066000
000680*    CLEAN FINISH EMPTIES THEM, AND PUTTING ONE BACK WOULD LET   *00068000
000700*    A RESTART RESUME INTO AN OLD NIGHT                          *00070000
000720*  - APPEND-ONLY AUDIT TRAILS NO PROGRAM READS BACK (AOCDHST,    *00072000
000740*    AOCD5ADJ) - THEY RECORD WHAT RAN AND ARE NEVER WOUND BACK   *00074000
000760*  - FILES REBUILT OUTRIGHT EVERY RUN, REPORTS, AND THE YEARLY   *00076000
000780*    ARCHIVES AOCDHSKP CUTS                                      *00078000
001300*----------------------------------------------------------------*00130000
001400 IDENTIFICATION DIVISION.                                         00140000
001500 PROGRAM-ID. AOCDSNAP.                                            00150000
001600 AUTHOR. z/OS Mainframer.                                         00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT STA-RTG     ASSIGN TO AOCD2RTG                        00210000
002200        ORGANIZATION IS SEQUENTIAL                                00220000
002300        FILE STATUS IS WS-STATE-STATUS.                           00230000
002400     SELECT STA-H2H     ASSIGN TO AOCD2H2H                        00240000
002500        ORGANIZATION IS SEQUENTIAL                                00250000
002600        FILE STATUS IS WS-STATE-STATUS.                           00260000
002700     SELECT STA-LDG     ASSIGN TO AOCD3LDG                        00270000
002800        ORGANIZATION IS SEQUENTIAL                                00280000
002900        FILE STATUS IS WS-STATE-STATUS.                           00290000
003000     SELECT STA-ISS     ASSIGN TO AOCD3ISS                        00300000
003100        ORGANIZATION IS SEQUENTIAL                                00310000
003200        FILE STATUS IS WS-STATE-STATUS.                           00320000
003300     SELECT STA-DSP     ASSIGN TO AOCDXDSP                        00330000
003400        ORGANIZATION IS SEQUENTIAL                                00340000
003500        FILE STATUS IS WS-STATE-STATUS.                           00350000
003600     SELECT STA-STP     ASSIGN TO AOCDBSTP                        00360000
003700        ORGANIZATION IS SEQUENTIAL                                00370000
003800        FILE STATUS IS WS-STATE-STATUS.                           00380000
003805     SELECT STA-FSL     ASSIGN TO AOCD1FSL                        00380500
003810        ORGANIZATION IS SEQUENTIAL                                00381000
003815        FILE STATUS IS WS-STATE-STATUS.                           00381500
003820     SELECT STA-CPD     ASSIGN TO AOCD3CPD                        00382000
003825        ORGANIZATION IS SEQUENTIAL                                00382500
003830        FILE STATUS IS WS-STATE-STATUS.                           00383000
003835     SELECT STA-IDP     ASSIGN TO AOCD3IDP                        00383500
003840        ORGANIZATION IS SEQUENTIAL                                00384000
003845        FILE STATUS IS WS-STATE-STATUS.                           00384500
003850     SELECT STA-SLG     ASSIGN TO AOCD4SLG                        00385000
003855        ORGANIZATION IS SEQUENTIAL                                00385500
003860        FILE STATUS IS WS-STATE-STATUS.                           00386000
003865     SELECT STA-PFR     ASSIGN TO AOCDBPFR                        00386500
003870        ORGANIZATION IS SEQUENTIAL                                00387000
003875        FILE STATUS IS WS-STATE-STATUS.                           00387500
003880     SELECT STA-FPL     ASSIGN TO AOCDBFPL                        00388000
003885        ORGANIZATION IS SEQUENTIAL                                00388500
003890        FILE STATUS IS WS-STATE-STATUS.                           00389000
003900*----------------------------------------------------------------*00390000
004000*  THE ELF TOTALS KSDS - READ AND RELOADED IN KEY ORDER          *00400000
004100*----------------------------------------------------------------*00410000
004200     SELECT STA-IDX     ASSIGN TO AOCD1IDX                        00420000
004300        ORGANIZATION    IS INDEXED                                00430000
004400         ACCESS MODE    IS SEQUENTIAL                             00440000
004500         RECORD KEY     IS STA-IDX-KEY                            00450000
004600         FILE STATUS    IS WS-STATE-STATUS.                       00460000
004700                                                                  00470000
004701     SELECT STA-LDR     ASSIGN TO AOCD2LDR                        00470100
004702        ORGANIZATION IS SEQUENTIAL                                00470200
004703        FILE STATUS IS WS-STATE-STATUS.                           00470300
004704     SELECT STA-HLS     ASSIGN TO AOCD2HLS                        00470400
004705        ORGANIZATION IS SEQUENTIAL                                00470500
004706        FILE STATUS IS WS-STATE-STATUS.                           00470600
004707     SELECT STA-BRK     ASSIGN TO AOCD2BRK                        00470700
004708        ORGANIZATION IS SEQUENTIAL                                00470800
004709        FILE STATUS IS WS-STATE-STATUS.                           00470900
004710     SELECT STA-OPO     ASSIGN TO AOCD3OPO                        00471000
004711        ORGANIZATION IS SEQUENTIAL                                00471100
004712        FILE STATUS IS WS-STATE-STATUS.                           00471200
004713     SELECT STA-SLU     ASSIGN TO AOCD3SLU                        00471300
004714        ORGANIZATION IS SEQUENTIAL                                00471400
004715        FILE STATUS IS WS-STATE-STATUS.                           00471500
004716     SELECT STA-ROT     ASSIGN TO AOCD4ROT                        00471600
004717        ORGANIZATION IS SEQUENTIAL                                00471700
004718        FILE STATUS IS WS-STATE-STATUS.                           00471800
004719     SELECT STA-QHS     ASSIGN TO AOCD4QHS                        00471900
004720        ORGANIZATION IS SEQUENTIAL                                00472000
004721        FILE STATUS IS WS-STATE-STATUS.                           00472100
004722     SELECT STA-SJN     ASSIGN TO AOCD4SJN                        00472200
004723        ORGANIZATION IS SEQUENTIAL                                00472300
004724        FILE STATUS IS WS-STATE-STATUS.                           00472400
004725     SELECT STA-STK     ASSIGN TO AOCD5STK                        00472500
004726        ORGANIZATION IS SEQUENTIAL                                00472600
004727        FILE STATUS IS WS-STATE-STATUS.                           00472700
004728     SELECT STA-CRN     ASSIGN TO AOCD5CRN                        00472800
004729        ORGANIZATION IS SEQUENTIAL                                00472900
004730        FILE STATUS IS WS-STATE-STATUS.                           00473000
004731     SELECT STA-DWL     ASSIGN TO AOCD5DWL                        00473100
004732        ORGANIZATION IS SEQUENTIAL                                00473200
004733        FILE STATUS IS WS-STATE-STATUS.                           00473300
004734     SELECT STA-BRH     ASSIGN TO AOCD6BRH                        00473400
004735        ORGANIZATION IS SEQUENTIAL                                00473500
004736        FILE STATUS IS WS-STATE-STATUS.                           00473600
004737     SELECT STA-TSH     ASSIGN TO AOCD6TSH                        00473700
004738        ORGANIZATION IS SEQUENTIAL                                00473800
004739        FILE STATUS IS WS-STATE-STATUS.                           00473900
004740     SELECT STA-WOM     ASSIGN TO AOCD6WOM                        00474000
004741        ORGANIZATION IS SEQUENTIAL                                00474100
004742        FILE STATUS IS WS-STATE-STATUS.                           00474200
004743     SELECT STA-PCT     ASSIGN TO AOCDPCTL                        00474300
004744        ORGANIZATION IS SEQUENTIAL                                00474400
004745        FILE STATUS IS WS-STATE-STATUS.                           00474500
004746     SELECT STA-HLD     ASSIGN TO AOCDHOLD                        00474600
004747        ORGANIZATION IS SEQUENTIAL                                00474700
004748        FILE STATUS IS WS-STATE-STATUS.                           00474800
004749     SELECT STA-RGT     ASSIGN TO AOCDRGAT                        00474900
004750        ORGANIZATION IS SEQUENTIAL                                00475000
004751        FILE STATUS IS WS-STATE-STATUS.                           00475100
004752                                                                  00475200
004800     SELECT SNP-FILE     ASSIGN TO AOCDSNPF                       00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS SNP-FILE-STATUS.                       00510000
005200                                                                  00520000
005300     SELECT SNC-FILE     ASSIGN TO AOCDSNCT                       00530000
005400        ORGANIZATION    IS SEQUENTIAL                             00540000
005500         ACCESS MODE    IS SEQUENTIAL                             00550000
005600         FILE STATUS    IS SNC-FILE-STATUS.                       00560000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900*   THE SUITE RUN LOCK - READ ONLY, RESTORE REFUSES WHILE HELD   *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT LOCK-FILE   ASSIGN TO AOCDLOCK                        00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS LOCK-FILE-STATUS.                      00640000
006500                                                                  00650000
006600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00660000
006700        ORGANIZATION    IS SEQUENTIAL                             00670000
006800         ACCESS MODE    IS SEQUENTIAL                             00680000
006900         FILE STATUS    IS HIST-FILE-STATUS.                      00690000
007000                                                                  00700000
007100 DATA DIVISION.                                                   00710000
007200 FILE SECTION.                                                    00720000
007300 FD  STA-RTG.                                                     00730000
007400 01  STA-RTG-REC             PIC X(26).                           00740000
007500 FD  STA-H2H.                                                     00750000
007600 01  STA-H2H-REC             PIC X(63).                           00760000
007700 FD  STA-LDG.                                                     00770000
007800 01  STA-LDG-REC             PIC X(13).                           00780000
007900 FD  STA-ISS.                                                     00790000
008000 01  STA-ISS-REC             PIC X(22).                           00800000
008100 FD  STA-DSP.                                                     00810000
008200 01  STA-DSP-REC             PIC X(50).                           00820000
008300 FD  STA-STP.                                                     00830000
008400 01  STA-STP-REC             PIC X(86).                           00840000
008405 FD  STA-FSL.                                                     00840500
008410 01  STA-FSL-REC             PIC X(54).                           00841000
008415 FD  STA-CPD.                                                     00841500
008420 01  STA-CPD-REC             PIC X(80).                           00842000
008425 FD  STA-IDP.                                                     00842500
008430 01  STA-IDP-REC             PIC X(102).                          00843000
008435 FD  STA-SLG.                                                     00843500
008440 01  STA-SLG-REC             PIC X(18).                           00844000
008445 FD  STA-PFR.                                                     00844500
008450 01  STA-PFR-REC             PIC X(20).                           00845000
008455 FD  STA-FPL.                                                     00845500
008460 01  STA-FPL-REC             PIC X(49).                           00846000
008461 FD  STA-LDR.                                                     00846100
008462 01  STA-LDR-REC             PIC X(80).                           00846200
008463 FD  STA-HLS.                                                     00846300
008464 01  STA-HLS-REC             PIC X(80).                           00846400
008465 FD  STA-BRK.                                                     00846500
008466 01  STA-BRK-REC             PIC X(84).                           00846600
008467 FD  STA-OPO.                                                     00846700
008468 01  STA-OPO-REC             PIC X(80).                           00846800
008469 FD  STA-SLU.                                                     00846900
008470 01  STA-SLU-REC             PIC X(80).                           00847000
008471 FD  STA-ROT.                                                     00847100
008472 01  STA-ROT-REC             PIC X(28).                           00847200
008473 FD  STA-QHS.                                                     00847300
008474 01  STA-QHS-REC             PIC X(80).                           00847400
008475 FD  STA-SJN.                                                     00847500
008476 01  STA-SJN-REC             PIC X(30).                           00847600
008477 FD  STA-STK.                                                     00847700
008478 01  STA-STK-REC             PIC X(304).                          00847800
008479 FD  STA-CRN.                                                     00847900
008480 01  STA-CRN-REC             PIC X(69).                           00848000
008481 FD  STA-DWL.                                                     00848100
008482 01  STA-DWL-REC             PIC X(22).                           00848200
008483 FD  STA-BRH.                                                     00848300
008484 01  STA-BRH-REC             PIC X(21).                           00848400
008485 FD  STA-TSH.                                                     00848500
008486 01  STA-TSH-REC             PIC X(53).                           00848600
008487 FD  STA-WOM.                                                     00848700
008488 01  STA-WOM-REC             PIC X(84).                           00848800
008489 FD  STA-PCT.                                                     00848900
008490 01  STA-PCT-REC             PIC X(88).                           00849000
008491 FD  STA-HLD.                                                     00849100
008492 01  STA-HLD-REC             PIC X(80).                           00849200
008493 FD  STA-RGT.                                                     00849300
008494 01  STA-RGT-REC             PIC X(80).                           00849400
008500 FD  STA-IDX.                                                     00850000
008600 01  STA-IDX-REC.                                                 00860000
008700     05 STA-IDX-KEY          PIC X(10).                           00870000
008800     05 FILLER               PIC X(30).                           00880000
008900                                                                  00890000
009000 FD  SNP-FILE.                                                    00900000
009100 01  SNP-REC.                                                     00910000
009200     05 SNP-MARKER      PIC X(01).                                00920000
009300     05 SNP-DATA        PIC X(304).                               00930000
009400 01  SNP-HDR REDEFINES SNP-REC.                                   00940000
009500     05 SNP-HDR-MARK    PIC X(01).                                00950000
009600     05 SNP-HDR-DD      PIC X(08).                                00960000
009700     05 FILLER          PIC X(01).                                00970000
009800     05 SNP-HDR-STAMP   PIC X(14).                                00980000
009900     05 FILLER          PIC X(281).                               00990000
010000                                                                  01000000
010100 FD  SNC-FILE.                                                    01010000
010200 01  SNC-REC.                                                     01020000
010300     05 SNC-STAMP       PIC X(14).                                01030000
010400     05 FILLER          PIC X(02).                                01040000
010500     05 SNC-DD          PIC X(08).                                01050000
010600     05 FILLER          PIC X(02).                                01060000
010700     05 SNC-REC-CNT     PIC 9(07).                                01070000
010800     05 FILLER          PIC X(02).                                01080000
010900     05 SNC-PRESENT     PIC X(01).                                01090000
011000        88 SNC-WAS-PRESENT          VALUE 'Y'.                    01100000
011100                                                                  01110000
011200 FD  LOCK-FILE                                                    01120000
011300     DATA RECORD IS LOCK-REC.                                     01130000
011400 01  LOCK-REC.                                                    01140000
011500     05 LCK-STATE            PIC X(01).                           01150000
011600     05 FILLER               PIC X(02).                           01160000
011700     05 LCK-RUN-ID           PIC X(14).                           01170000
011800     05 FILLER               PIC X(02).                           01180000
011900     05 LCK-OPERATOR         PIC X(08).                           01190000
012000     05 FILLER               PIC X(02).                           01200000
012100     05 LCK-DATE             PIC 9(08).                           01210000
012200     05 FILLER               PIC X(02).                           01220000
012300     05 LCK-TIME             PIC 9(06).                           01230000
012400                                                                  01240000
012500 FD  AUD-HIST                                                     01250000
012600     DATA RECORD IS AUD-HIST-REC.                                 01260000
012700 01  AUD-HIST-REC.                                                01270000
012800     05 HIST-DATE            PIC 9(08).                           01280000
012900     05 FILLER               PIC X(02).                           01290000
013000     05 HIST-TIME            PIC 9(06).                           01300000
013100     05 FILLER               PIC X(02).                           01310000
013200     05 HIST-PGM             PIC X(08).                           01320000
013300     05 FILLER               PIC X(02).                           01330000
013400     05 HIST-OUTPUT          PIC X(40).                           01340000
013500     05 FILLER               PIC X(02).                           01350000
013600     05 HIST-VERSION         PIC X(08).                           01360000
013700                                                                  01370000
013800 WORKING-STORAGE SECTION.                                         01380000
013900 01  WS-WORK-FIELDS.                                              01390000
014000     05 WS-STAMP          PIC X(14)   VALUE SPACES.               01400000
014100     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01410000
014200     05 WS-TIME-RAW       PIC 9(08)   VALUE ZEROES.               01420000
014300     05 WS-STATE-NAME     PIC X(08)   VALUE SPACES.               01430000
014400     05 WS-STATE-IDX      PIC 9(02)   VALUE ZEROES.               01440000
014500     05 WS-I              PIC 9(02)   VALUE ZEROES.               01450000
014600     05 WS-REC-CNT        PIC 9(07)   VALUE ZEROES.               01460000
014700     05 WS-TOTAL-CNT      PIC 9(07)   VALUE ZEROES.               01470000
014800     05 WS-RESTORED-CNT   PIC 9(07)   VALUE ZEROES.               01480000
014900     05 WS-MISMATCH-CNT   PIC 9(02)   VALUE ZEROES.               01490000
015000     05 WS-WRITE-ERR-CNT  PIC 9(07)   VALUE ZEROES.               01500000
015100                                                                  01510000
015200*----------------------------------------------------------------*01520000
015300*  THE STATE FILES IN SNAPSHOT ORDER, AND WHAT THE CATALOG AND   *01530000
015400*  THE SNAPSHOT ITSELF SAY ABOUT EACH ONE FOR A RESTORE STAMP    *01540000
015500*----------------------------------------------------------------*01550000
015600 01  WS-STATE-LIST.                                               01560000
015700     05 FILLER  PIC X(08) VALUE 'AOCD2RTG'.                       01570000
015800     05 FILLER  PIC X(08) VALUE 'AOCD2H2H'.                       01580000
015900     05 FILLER  PIC X(08) VALUE 'AOCD3LDG'.                       01590000
016000     05 FILLER  PIC X(08) VALUE 'AOCD3ISS'.                       01600000
016100     05 FILLER  PIC X(08) VALUE 'AOCDXDSP'.                       01610000
016200     05 FILLER  PIC X(08) VALUE 'AOCD1IDX'.                       01620000
016300     05 FILLER  PIC X(08) VALUE 'AOCDBSTP'.                       01630000
016310     05 FILLER  PIC X(08) VALUE 'AOCD1FSL'.                       01631000
016320     05 FILLER  PIC X(08) VALUE 'AOCD3CPD'.                       01632000
016330     05 FILLER  PIC X(08) VALUE 'AOCD3IDP'.                       01633000
016340     05 FILLER  PIC X(08) VALUE 'AOCD4SLG'.                       01634000
016350     05 FILLER  PIC X(08) VALUE 'AOCDBPFR'.                       01635000
016360     05 FILLER  PIC X(08) VALUE 'AOCDBFPL'.                       01636000
016362     05 FILLER  PIC X(08) VALUE 'AOCD2LDR'.                       01636200
016364     05 FILLER  PIC X(08) VALUE 'AOCD2HLS'.                       01636400
016366     05 FILLER  PIC X(08) VALUE 'AOCD2BRK'.                       01636600
016368     05 FILLER  PIC X(08) VALUE 'AOCD3OPO'.                       01636800
016370     05 FILLER  PIC X(08) VALUE 'AOCD3SLU'.                       01637000
016372     05 FILLER  PIC X(08) VALUE 'AOCD4ROT'.                       01637200
016374     05 FILLER  PIC X(08) VALUE 'AOCD4QHS'.                       01637400
016376     05 FILLER  PIC X(08) VALUE 'AOCD4SJN'.                       01637600
016378     05 FILLER  PIC X(08) VALUE 'AOCD5STK'.                       01637800
016380     05 FILLER  PIC X(08) VALUE 'AOCD5CRN'.                       01638000
016382     05 FILLER  PIC X(08) VALUE 'AOCD5DWL'.                       01638200
016384     05 FILLER  PIC X(08) VALUE 'AOCD6BRH'.                       01638400
016386     05 FILLER  PIC X(08) VALUE 'AOCD6TSH'.                       01638600
016388     05 FILLER  PIC X(08) VALUE 'AOCD6WOM'.                       01638800
016390     05 FILLER  PIC X(08) VALUE 'AOCDPCTL'.                       01639000
016392     05 FILLER  PIC X(08) VALUE 'AOCDHOLD'.                       01639200
016394     05 FILLER  PIC X(08) VALUE 'AOCDRGAT'.                       01639400
016400 01  WS-STATE-TABLE REDEFINES WS-STATE-LIST.                      01640000
016500     05 WS-STATE-DD      PIC X(08)  OCCURS 30 TIMES.              01650000
016600 77  WS-STATE-COUNT      PIC 9(02)   VALUE 30.                    01660000
016700                                                                  01670000
016800 01  WS-CHECK-TABLE.                                              01680000
016900     05 WS-CHECK-ENTRY   OCCURS 30 TIMES.                         01690000
017000        10 WS-CAT-SW     PIC X(01).                               01700000
017100           88 WS-CAT-FOUND            VALUE 'Y'.                  01710000
017200        10 WS-CAT-CNT    PIC 9(07).                               01720000
017300        10 WS-CAT-PRESENT PIC X(01).                              01730000
017400        10 WS-HDR-SW     PIC X(01).                               01740000
017500           88 WS-HDR-FOUND            VALUE 'Y'.                  01750000
017600        10 WS-SNP-CNT    PIC 9(07).                               01760000
017700                                                                  01770000
017800 01  WS-SWITCHES.                                                 01780000
017900     05 WS-STATE-STATUS   PIC X(02)   VALUE SPACES.               01790000
018000        88 WS-STATE-OPEN-OK VALUE '00'.                           01800000
018100        88 WS-STATE-EOF     VALUE '10'.                           01810000
018200     05 SNP-FILE-STATUS   PIC X(02)   VALUE SPACES.               01820000
018300        88 SNP-SUCCESS    VALUE '00'.                             01830000
018400        88 SNP-EOF        VALUE '10'.                             01840000
018500     05 SNC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01850000
018600        88 SNC-SUCCESS    VALUE '00'.                             01860000
018700        88 SNC-EOF        VALUE '10'.                             01870000
018800     05 LOCK-FILE-STATUS  PIC X(02)   VALUE SPACES.               01880000
018900        88 LOCK-SUCCESS   VALUE '00'.                             01890000
019000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01900000
019100        88 HIST-SUCCESS   VALUE '00'.                             01910000
019200     05 WS-STATE-OPEN-SW  PIC X(01)   VALUE 'N'.                  01920000
019300        88 WS-RESTORE-OPEN  VALUE 'Y'.                            01930000
019400     05 WS-REFUSED-SW     PIC X(01)   VALUE 'N'.                  01940000
019500        88 WS-RESTORE-REFUSED VALUE 'Y'.                          01950000
019600                                                                  01960000
019700 01  WS-HIST-FIELDS.                                              01970000
019800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01980000
019900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01990000
020000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02000000
020100     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02010000
020200                                                                  02020000
020300*----------------------------------------------------------------*02030000
020400* MODE PARM (BLANK/S SNAPSHOT, R RESTORE) AND, FOR RESTORE,      *02040000
020500* THE RUN STAMP TO PUT BACK                                      *02050000
020600*----------------------------------------------------------------*02060000
020700 LINKAGE SECTION.                                                 02070000
020800 01  LS-PARM-DATA.                                                02080000
020900     05 LS-MODE-PARM    PIC X(01).                                02090000
021000     05 LS-STAMP-PARM   PIC X(14).                                02100000
021100                                                                  02110000
021200 PROCEDURE DIVISION USING LS-PARM-DATA.                           02120000
021300                                                                  02130000
021400     IF LS-MODE-PARM = 'R'                                        02140000
021500        MOVE LS-STAMP-PARM   TO WS-STAMP                          02150000
021600        PERFORM 5000-RESTORE-STATE     THRU 5000-EXIT             02160000
021700     ELSE                                                         02170000
021800        PERFORM 1000-SNAPSHOT-STATE    THRU 1000-EXIT             02180000
021900     END-IF.                                                      02190000
022000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02200000
022100     GOBACK.                                                      02210000
022200                                                                  02220000
022300 1000-SNAPSHOT-STATE.                                             02230000
022400     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     02240000
022500     ACCEPT WS-TIME-RAW FROM TIME.                                02250000
022600     MOVE SPACES              TO WS-STAMP.                        02260000
022700     STRING WS-RUN-DATE-8 DELIMITED BY SIZE                       02270000
022800        WS-TIME-RAW(1:6) DELIMITED BY SIZE                        02280000
022900        INTO WS-STAMP.                                            02290000
023000     OPEN EXTEND SNP-FILE.                                        02300000
023100     IF NOT SNP-SUCCESS                                           02310000
023200        DISPLAY 'STATE SNAPSHOT WILL NOT OPEN: '                  02320000
023300                SNP-FILE-STATUS                                   02330000
023400        MOVE 16               TO RETURN-CODE                      02340000
023500        MOVE 'UNABLE TO OPEN STATE SNAPSHOT'  TO WS-HIST-MSG      02350000
023600        GO TO 1000-EXIT                                           02360000
023700     END-IF.                                                      02370000
023800     OPEN EXTEND SNC-FILE.                                        02380000
023900     PERFORM VARYING WS-STATE-IDX FROM 1 BY 1                     02390000
024000               UNTIL WS-STATE-IDX > WS-STATE-COUNT                02400000
024100        PERFORM 2000-SNAP-ONE-FILE  THRU 2000-EXIT                02410000
024200     END-PERFORM.                                                 02420000
024300     CLOSE SNP-FILE.                                              02430000
024400     CLOSE SNC-FILE.                                              02440000
024500     DISPLAY 'STATE SNAPSHOT TAKEN UNDER STAMP ' WS-STAMP         02450000
024600             ' - ' WS-TOTAL-CNT ' RECORDS'.                       02460000
024700     STRING 'STATE SNAPSHOT - STAMP ' DELIMITED BY SIZE           02470000
024800        WS-STAMP DELIMITED BY SIZE                                02480000
024900        INTO WS-HIST-MSG.                                         02490000
025000 1000-EXIT.                                                       02500000
025100     EXIT.                                                        02510000
025200                                                                  02520000
025300 2000-SNAP-ONE-FILE.                                              02530000
025400*----------------------------------------------------------------*02540000
025500* ONE STATE FILE: HEADER FIRST, THEN EVERY RECORD, THEN ITS      *02550000
025600* CATALOG ROW. A FILE THAT WILL NOT OPEN IS CATALOGED AT ZERO    *02560000
025700* AS NOT PRESENT - A FIRST NIGHT HAS NO STATE TO CARRY           *02570000
025800*----------------------------------------------------------------*02580000
025900     MOVE WS-STATE-DD(WS-STATE-IDX) TO WS-STATE-NAME.             02590000
026000     MOVE ZEROES              TO WS-REC-CNT.                      02600000
026100     MOVE SPACES              TO SNP-REC.                         02610000
026200     MOVE '*'                 TO SNP-HDR-MARK.                    02620000
026300     MOVE WS-STATE-NAME       TO SNP-HDR-DD.                      02630000
026400     MOVE WS-STAMP            TO SNP-HDR-STAMP.                   02640000
026500     WRITE SNP-REC.                                               02650000
026600     INITIALIZE               SNC-REC.                            02660000
026700     MOVE SPACES              TO WS-STATE-STATUS.                 02670000
026800     PERFORM 2200-OPEN-STATE-INPUT  THRU 2200-EXIT.               02680000
026900     IF WS-STATE-OPEN-OK                                          02690000
027000        MOVE 'Y'              TO SNC-PRESENT                      02700000
027100        PERFORM UNTIL WS-STATE-EOF                                02710000
027200           PERFORM 2300-READ-STATE  THRU 2300-EXIT                02720000
027300           IF NOT WS-STATE-EOF                                    02730000
027400              WRITE SNP-REC                                       02740000
027500              ADD 1           TO WS-REC-CNT WS-TOTAL-CNT          02750000
027600           END-IF                                                 02760000
027700        END-PERFORM                                               02770000
027800        PERFORM 2400-CLOSE-STATE  THRU 2400-EXIT                  02780000
027900     ELSE                                                         02790000
028000        MOVE 'N'              TO SNC-PRESENT                      02800000
028100        DISPLAY 'STATE FILE ' WS-STATE-NAME ' NOT PRESENT - '     02810000
028200                'CATALOGED AT ZERO'                               02820000
028300     END-IF.                                                      02830000
028400     MOVE WS-STAMP            TO SNC-STAMP.                       02840000
028500     MOVE WS-STATE-NAME       TO SNC-DD.                          02850000
028600     MOVE WS-REC-CNT          TO SNC-REC-CNT.                     02860000
028700     WRITE SNC-REC.                                               02870000
028800 2000-EXIT.                                                       02880000
028900     EXIT.                                                        02890000
029000                                                                  02900000
029100 2200-OPEN-STATE-INPUT.                                           02910000
029200     EVALUATE WS-STATE-IDX                                        02920000
029300        WHEN 1 OPEN INPUT STA-RTG                                 02930000
029400        WHEN 2 OPEN INPUT STA-H2H                                 02940000
029500        WHEN 3 OPEN INPUT STA-LDG                                 02950000
029600        WHEN 4 OPEN INPUT STA-ISS                                 02960000
029700        WHEN 5 OPEN INPUT STA-DSP                                 02970000
029800        WHEN 6 OPEN INPUT STA-IDX                                 02980000
029900        WHEN 7 OPEN INPUT STA-STP                                 02990000
029910        WHEN 8 OPEN INPUT STA-FSL                                 02991000
029920        WHEN 9 OPEN INPUT STA-CPD                                 02992000
029930        WHEN 10 OPEN INPUT STA-IDP                                02993000
029940        WHEN 11 OPEN INPUT STA-SLG                                02994000
029950        WHEN 12 OPEN INPUT STA-PFR                                02995000
029960        WHEN 13 OPEN INPUT STA-FPL                                02996000
029962        WHEN 14 OPEN INPUT STA-LDR                                02996200
029964        WHEN 15 OPEN INPUT STA-HLS                                02996400
029966        WHEN 16 OPEN INPUT STA-BRK                                02996600
029968        WHEN 17 OPEN INPUT STA-OPO                                02996800
029970        WHEN 18 OPEN INPUT STA-SLU                                02997000
029972        WHEN 19 OPEN INPUT STA-ROT                                02997200
029974        WHEN 20 OPEN INPUT STA-QHS                                02997400
029976        WHEN 21 OPEN INPUT STA-SJN                                02997600
029978        WHEN 22 OPEN INPUT STA-STK                                02997800
029980        WHEN 23 OPEN INPUT STA-CRN                                02998000
029982        WHEN 24 OPEN INPUT STA-DWL                                02998200
029984        WHEN 25 OPEN INPUT STA-BRH                                02998400
029986        WHEN 26 OPEN INPUT STA-TSH                                02998600
029988        WHEN 27 OPEN INPUT STA-WOM                                02998800
029990        WHEN 28 OPEN INPUT STA-PCT                                02999000
029992        WHEN 29 OPEN INPUT STA-HLD                                02999200
029994        WHEN 30 OPEN INPUT STA-RGT                                02999400
030000     END-EVALUATE.                                                03000000
030100 2200-EXIT.                                                       03010000
030200     EXIT.                                                        03020000
030300                                                                  03030000
030400 2300-READ-STATE.                                                 03040000
030500*----------------------------------------------------------------*03050000
030600* READ ONE STATE RECORD INTO THE SNAPSHOT BUFFER - DATA LINES    *03060000
030700* CARRY A BLANK MARKER SO A HEADER CAN NEVER BE COUNTERFEITED    *03070000
030800*----------------------------------------------------------------*03080000
030900     MOVE SPACES              TO SNP-REC.                         03090000
031000     EVALUATE WS-STATE-IDX                                        03100000
031100        WHEN 1                                                    03110000
031200           READ STA-RTG                                           03120000
031300                AT END SET WS-STATE-EOF TO TRUE                   03130000
031400                NOT AT END MOVE STA-RTG-REC TO SNP-DATA           03140000
031500           END-READ                                               03150000
031600        WHEN 2                                                    03160000
031700           READ STA-H2H                                           03170000
031800                AT END SET WS-STATE-EOF TO TRUE                   03180000
031900                NOT AT END MOVE STA-H2H-REC TO SNP-DATA           03190000
032000           END-READ                                               03200000
032100        WHEN 3                                                    03210000
032200           READ STA-LDG                                           03220000
032300                AT END SET WS-STATE-EOF TO TRUE                   03230000
032400                NOT AT END MOVE STA-LDG-REC TO SNP-DATA           03240000
032500           END-READ                                               03250000
032600        WHEN 4                                                    03260000
032700           READ STA-ISS                                           03270000
032800                AT END SET WS-STATE-EOF TO TRUE                   03280000
032900                NOT AT END MOVE STA-ISS-REC TO SNP-DATA           03290000
033000           END-READ                                               03300000
033100        WHEN 5                                                    03310000
033200           READ STA-DSP                                           03320000
033300                AT END SET WS-STATE-EOF TO TRUE                   03330000
033400                NOT AT END MOVE STA-DSP-REC TO SNP-DATA           03340000
033500           END-READ                                               03350000
033600        WHEN 6                                                    03360000
033700           READ STA-IDX NEXT RECORD                               03370000
033800                AT END SET WS-STATE-EOF TO TRUE                   03380000
033900                NOT AT END MOVE STA-IDX-REC TO SNP-DATA           03390000
034000           END-READ                                               03400000
034100        WHEN 7                                                    03410000
034200           READ STA-STP                                           03420000
034300                AT END SET WS-STATE-EOF TO TRUE                   03430000
034400                NOT AT END MOVE STA-STP-REC TO SNP-DATA           03440000
034500           END-READ                                               03450000
034504        WHEN 8                                                    03450400
034508           READ STA-FSL                                           03450800
034512                AT END SET WS-STATE-EOF TO TRUE                   03451200
034516                NOT AT END MOVE STA-FSL-REC TO SNP-DATA           03451600
034520           END-READ                                               03452000
034524        WHEN 9                                                    03452400
034528           READ STA-CPD                                           03452800
034532                AT END SET WS-STATE-EOF TO TRUE                   03453200
034536                NOT AT END MOVE STA-CPD-REC TO SNP-DATA           03453600
034540           END-READ                                               03454000
034544        WHEN 10                                                   03454400
034548           READ STA-IDP                                           03454800
034552                AT END SET WS-STATE-EOF TO TRUE                   03455200
034556                NOT AT END MOVE STA-IDP-REC TO SNP-DATA           03455600
034560           END-READ                                               03456000
034564        WHEN 11                                                   03456400
034568           READ STA-SLG                                           03456800
034572                AT END SET WS-STATE-EOF TO TRUE                   03457200
034576                NOT AT END MOVE STA-SLG-REC TO SNP-DATA           03457600
034580           END-READ                                               03458000
034584        WHEN 12                                                   03458400
034588           READ STA-PFR                                           03458800
034592                AT END SET WS-STATE-EOF TO TRUE                   03459200
034596                NOT AT END MOVE STA-PFR-REC TO SNP-DATA           03459600
034600           END-READ                                               03460000
034604        WHEN 13                                                   03460400
034608           READ STA-FPL                                           03460800
034612                AT END SET WS-STATE-EOF TO TRUE                   03461200
034616                NOT AT END MOVE STA-FPL-REC TO SNP-DATA           03461600
034620           END-READ                                               03462000
034624        WHEN 14                                                   03462400
034628           READ STA-LDR                                           03462800
034632                AT END SET WS-STATE-EOF TO TRUE                   03463200
034636                NOT AT END MOVE STA-LDR-REC TO SNP-DATA           03463600
034640           END-READ                                               03464000
034644        WHEN 15                                                   03464400
034648           READ STA-HLS                                           03464800
034652                AT END SET WS-STATE-EOF TO TRUE                   03465200
034656                NOT AT END MOVE STA-HLS-REC TO SNP-DATA           03465600
034660           END-READ                                               03466000
034664        WHEN 16                                                   03466400
034668           READ STA-BRK                                           03466800
034672                AT END SET WS-STATE-EOF TO TRUE                   03467200
034676                NOT AT END MOVE STA-BRK-REC TO SNP-DATA           03467600
034680           END-READ                                               03468000
034684        WHEN 17                                                   03468400
034688           READ STA-OPO                                           03468800
034692                AT END SET WS-STATE-EOF TO TRUE                   03469200
034696                NOT AT END MOVE STA-OPO-REC TO SNP-DATA           03469600
034700           END-READ                                               03470000
034704        WHEN 18                                                   03470400
034708           READ STA-SLU                                           03470800
034712                AT END SET WS-STATE-EOF TO TRUE                   03471200
034716                NOT AT END MOVE STA-SLU-REC TO SNP-DATA           03471600
034720           END-READ                                               03472000
034724        WHEN 19                                                   03472400
034728           READ STA-ROT                                           03472800
034732                AT END SET WS-STATE-EOF TO TRUE                   03473200
034736                NOT AT END MOVE STA-ROT-REC TO SNP-DATA           03473600
034740           END-READ                                               03474000
034744        WHEN 20                                                   03474400
034748           READ STA-QHS                                           03474800
034752                AT END SET WS-STATE-EOF TO TRUE                   03475200
034756                NOT AT END MOVE STA-QHS-REC TO SNP-DATA           03475600
034760           END-READ                                               03476000
034764        WHEN 21                                                   03476400
034768           READ STA-SJN                                           03476800
034772                AT END SET WS-STATE-EOF TO TRUE                   03477200
034776                NOT AT END MOVE STA-SJN-REC TO SNP-DATA           03477600
034780           END-READ                                               03478000
034784        WHEN 22                                                   03478400
034788           READ STA-STK                                           03478800
034792                AT END SET WS-STATE-EOF TO TRUE                   03479200
034796                NOT AT END MOVE STA-STK-REC TO SNP-DATA           03479600
034800           END-READ                                               03480000
034804        WHEN 23                                                   03480400
034808           READ STA-CRN                                           03480800
034812                AT END SET WS-STATE-EOF TO TRUE                   03481200
034816                NOT AT END MOVE STA-CRN-REC TO SNP-DATA           03481600
034820           END-READ                                               03482000
034824        WHEN 24                                                   03482400
034828           READ STA-DWL                                           03482800
034832                AT END SET WS-STATE-EOF TO TRUE                   03483200
034836                NOT AT END MOVE STA-DWL-REC TO SNP-DATA           03483600
034840           END-READ                                               03484000
034844        WHEN 25                                                   03484400
034848           READ STA-BRH                                           03484800
034852                AT END SET WS-STATE-EOF TO TRUE                   03485200
034856                NOT AT END MOVE STA-BRH-REC TO SNP-DATA           03485600
034860           END-READ                                               03486000
034864        WHEN 26                                                   03486400
034868           READ STA-TSH                                           03486800
034872                AT END SET WS-STATE-EOF TO TRUE                   03487200
034876                NOT AT END MOVE STA-TSH-REC TO SNP-DATA           03487600
034880           END-READ                                               03488000
034884        WHEN 27                                                   03488400
034888           READ STA-WOM                                           03488800
034892                AT END SET WS-STATE-EOF TO TRUE                   03489200
034896                NOT AT END MOVE STA-WOM-REC TO SNP-DATA           03489600
034900           END-READ                                               03490000
034904        WHEN 28                                                   03490400
034908           READ STA-PCT                                           03490800
034912                AT END SET WS-STATE-EOF TO TRUE                   03491200
034916                NOT AT END MOVE STA-PCT-REC TO SNP-DATA           03491600
034920           END-READ                                               03492000
034924        WHEN 29                                                   03492400
034928           READ STA-HLD                                           03492800
034932                AT END SET WS-STATE-EOF TO TRUE                   03493200
034936                NOT AT END MOVE STA-HLD-REC TO SNP-DATA           03493600
034940           END-READ                                               03494000
034944        WHEN 30                                                   03494400
034948           READ STA-RGT                                           03494800
034952                AT END SET WS-STATE-EOF TO TRUE                   03495200
034956                NOT AT END MOVE STA-RGT-REC TO SNP-DATA           03495600
034960           END-READ                                               03496000
034964     END-EVALUATE.                                                03496400
034968 2300-EXIT.                                                       03496800
034972     EXIT.                                                        03497200
034976                                                                  03497600
035000 2400-CLOSE-STATE.                                                03500000
035100     EVALUATE WS-STATE-IDX                                        03510000
035200        WHEN 1 CLOSE STA-RTG                                      03520000
035300        WHEN 2 CLOSE STA-H2H                                      03530000
035400        WHEN 3 CLOSE STA-LDG                                      03540000
035500        WHEN 4 CLOSE STA-ISS                                      03550000
035600        WHEN 5 CLOSE STA-DSP                                      03560000
035700        WHEN 6 CLOSE STA-IDX                                      03570000
035800        WHEN 7 CLOSE STA-STP                                      03580000
035810        WHEN 8 CLOSE STA-FSL                                      03581000
035820        WHEN 9 CLOSE STA-CPD                                      03582000
035830        WHEN 10 CLOSE STA-IDP                                     03583000
035840        WHEN 11 CLOSE STA-SLG                                     03584000
035850        WHEN 12 CLOSE STA-PFR                                     03585000
035860        WHEN 13 CLOSE STA-FPL                                     03586000
035862        WHEN 14 CLOSE STA-LDR                                     03586200
035864        WHEN 15 CLOSE STA-HLS                                     03586400
035866        WHEN 16 CLOSE STA-BRK                                     03586600
035868        WHEN 17 CLOSE STA-OPO                                     03586800
035870        WHEN 18 CLOSE STA-SLU                                     03587000
035872        WHEN 19 CLOSE STA-ROT                                     03587200
035874        WHEN 20 CLOSE STA-QHS                                     03587400
035876        WHEN 21 CLOSE STA-SJN                                     03587600
035878        WHEN 22 CLOSE STA-STK                                     03587800
035880        WHEN 23 CLOSE STA-CRN                                     03588000
035882        WHEN 24 CLOSE STA-DWL                                     03588200
035884        WHEN 25 CLOSE STA-BRH                                     03588400
035886        WHEN 26 CLOSE STA-TSH                                     03588600
035888        WHEN 27 CLOSE STA-WOM                                     03588800
035890        WHEN 28 CLOSE STA-PCT                                     03589000
035892        WHEN 29 CLOSE STA-HLD                                     03589200
035894        WHEN 30 CLOSE STA-RGT                                     03589400
035900     END-EVALUATE.                                                03590000
036000 2400-EXIT.                                                       03600000
036100     EXIT.                                                        03610000
036200                                                                  03620000
036300 5000-RESTORE-STATE.                                              03630000
036400*----------------------------------------------------------------*03640000
036500* RESTORE - PROVE THE STAMP FIRST: EVERY STATE FILE CATALOGED    *03650000
036600* UNDER IT, AND THE SNAPSHOT HOLDING EXACTLY THE CATALOGED       *03660000
036700* COUNT FOR EACH. ONLY THEN IS ANY LIVE FILE OVERWRITTEN, SO A   *03670000
036800* RESTORE NEVER LEAVES HALF THE STATE FROM ONE NIGHT AND HALF    *03680000
036900* FROM ANOTHER                                                   *03690000
037000*----------------------------------------------------------------*03700000
037100     IF WS-STAMP = SPACES                                         03710000
037200        DISPLAY 'RESTORE NEEDS A RUN STAMP - NOTHING DONE'        03720000
037300        MOVE 8                TO RETURN-CODE                      03730000
037400        MOVE 'RESTORE REFUSED - NO STAMP'     TO WS-HIST-MSG      03740000
037500        GO TO 5000-EXIT                                           03750000
037600     END-IF.                                                      03760000
037700     OPEN INPUT LOCK-FILE.                                        03770000
037800     IF LOCK-SUCCESS                                              03780000
037900        READ LOCK-FILE                                            03790000
038000           NOT AT END                                             03800000
038100              IF LCK-STATE = 'H'                                  03810000
038200                 DISPLAY 'SUITE RUN LOCK HELD BY ' LCK-RUN-ID     03820000
038300                         ' - RESTORE REFUSED'                     03830000
038400                 MOVE 8       TO RETURN-CODE                      03840000
038500                 MOVE 'RESTORE REFUSED - RUN LOCK HELD'           03850000
038600                              TO WS-HIST-MSG                      03860000
038700                 SET WS-RESTORE-REFUSED TO TRUE                   03870000
038800              END-IF                                              03880000
038900        END-READ                                                  03890000
039000        CLOSE LOCK-FILE                                           03900000
039100     END-IF.                                                      03910000
039200     IF WS-RESTORE-REFUSED                                        03920000
039300        GO TO 5000-EXIT                                           03930000
039400     END-IF.                                                      03940000
039500     INITIALIZE               WS-CHECK-TABLE.                     03950000
039600     PERFORM 5100-LOAD-CATALOG  THRU 5100-EXIT.                   03960000
039700     IF WS-RESTORE-REFUSED                                        03970000
039800        GO TO 5000-EXIT                                           03980000
039900     END-IF.                                                      03990000
040000     PERFORM 5200-COUNT-SNAPSHOT  THRU 5200-EXIT.                 04000000
040100     IF WS-RESTORE-REFUSED                                        04010000
040200        GO TO 5000-EXIT                                           04020000
040300     END-IF.                                                      04030000
040400     PERFORM VARYING WS-STATE-IDX FROM 1 BY 1                     04040000
040500               UNTIL WS-STATE-IDX > WS-STATE-COUNT                04050000
040600        IF NOT WS-CAT-FOUND(WS-STATE-IDX)                         04060000
040700           OR NOT WS-HDR-FOUND(WS-STATE-IDX)                      04070000
040800           OR WS-SNP-CNT(WS-STATE-IDX)                            04080000
040900              NOT = WS-CAT-CNT(WS-STATE-IDX)                      04090000
041000           DISPLAY 'SNAPSHOT ' WS-STAMP ' '                       04100000
041100                   WS-STATE-DD(WS-STATE-IDX)                      04110000
041200                   ' CATALOG ' WS-CAT-CNT(WS-STATE-IDX)           04120000
041300                   ' SNAPSHOT ' WS-SNP-CNT(WS-STATE-IDX)          04130000
041400           ADD 1              TO WS-MISMATCH-CNT                  04140000
041500        END-IF                                                    04150000
041600     END-PERFORM.                                                 04160000
041700     IF WS-MISMATCH-CNT > ZEROES                                  04170000
041800        DISPLAY 'SNAPSHOT ' WS-STAMP ' INCOMPLETE - NOTHING '     04180000
041900                'RESTORED'                                        04190000
042000        MOVE 8                TO RETURN-CODE                      04200000
042100        MOVE 'RESTORE REFUSED - SNAPSHOT INCOMPLETE'              04210000
042200                              TO WS-HIST-MSG                      04220000
042300        GO TO 5000-EXIT                                           04230000
042400     END-IF.                                                      04240000
042500     OPEN INPUT SNP-FILE.                                         04250000
042600     MOVE ZEROES              TO WS-STATE-IDX.                    04260000
042700     PERFORM UNTIL SNP-EOF                                        04270000
042800        READ SNP-FILE                                             04280000
042900             AT END                                               04290000
043000                SET SNP-EOF TO TRUE                               04300000
043100             NOT AT END                                           04310000
043200                PERFORM 5300-RESTORE-ONE-REC  THRU 5300-EXIT      04320000
043300        END-READ                                                  04330000
043400     END-PERFORM.                                                 04340000
043500     IF WS-RESTORE-OPEN                                           04350000
043600        PERFORM 2400-CLOSE-STATE  THRU 2400-EXIT                  04360000
043700     END-IF.                                                      04370000
043800     CLOSE SNP-FILE.                                              04380000
043900     DISPLAY 'STATE RECORDS RESTORED FOR STAMP ' WS-STAMP         04390000
044000             ': ' WS-RESTORED-CNT.                                04400000
044100     IF WS-WRITE-ERR-CNT > ZEROES                                 04410000
044200        DISPLAY 'STATE RECORDS THAT FAILED TO WRITE: '            04420000
044300                WS-WRITE-ERR-CNT                                  04430000
044400        MOVE 12               TO RETURN-CODE                      04440000
044500        MOVE 'STATE RESTORE - WRITE ERRORS'   TO WS-HIST-MSG      04450000
044600        GO TO 5000-EXIT                                           04460000
044700     END-IF.                                                      04470000
044800     STRING 'STATE RESTORE - STAMP ' DELIMITED BY SIZE            04480000
044900        WS-STAMP DELIMITED BY SIZE                                04490000
045000        INTO WS-HIST-MSG.                                         04500000
045100 5000-EXIT.                                                       04510000
045200     EXIT.                                                        04520000
045300                                                                  04530000
045400 5100-LOAD-CATALOG.                                               04540000
045500*----------------------------------------------------------------*04550000
045600* THE LAST CATALOG ROW FOR A FILE UNDER THE STAMP WINS           *04560000
045700*----------------------------------------------------------------*04570000
045800     OPEN INPUT SNC-FILE.                                         04580000
045900     IF NOT SNC-SUCCESS                                           04590000
046000        DISPLAY 'STATE CATALOG WILL NOT OPEN: '                   04600000
046100                SNC-FILE-STATUS                                   04610000
046200        MOVE 16               TO RETURN-CODE                      04620000
046300        MOVE 'UNABLE TO OPEN STATE CATALOG'   TO WS-HIST-MSG      04630000
046400        SET WS-RESTORE-REFUSED TO TRUE                            04640000
046500        GO TO 5100-EXIT                                           04650000
046600     END-IF.                                                      04660000
046700     PERFORM UNTIL SNC-EOF                                        04670000
046800        READ SNC-FILE                                             04680000
046900             AT END                                               04690000
047000                SET SNC-EOF TO TRUE                               04700000
047100             NOT AT END                                           04710000
047200                IF SNC-STAMP = WS-STAMP                           04720000
047300                   MOVE SNC-DD   TO WS-STATE-NAME                 04730000
047400                   PERFORM 5400-PICK-STATE-INDEX  THRU 5400-EXIT  04740000
047500                   IF WS-STATE-IDX > ZEROES                       04750000
047600                      SET WS-CAT-FOUND(WS-STATE-IDX) TO TRUE      04760000
047700                      MOVE SNC-REC-CNT                            04770000
047800                        TO WS-CAT-CNT(WS-STATE-IDX)               04780000
047900                      MOVE SNC-PRESENT                            04790000
048000                        TO WS-CAT-PRESENT(WS-STATE-IDX)           04800000
048100                   END-IF                                         04810000
048200                END-IF                                            04820000
048300        END-READ                                                  04830000
048400     END-PERFORM.                                                 04840000
048500     CLOSE SNC-FILE.                                              04850000
048600 5100-EXIT.                                                       04860000
048700     EXIT.                                                        04870000
048800                                                                  04880000
048900 5200-COUNT-SNAPSHOT.                                             04890000
049000     OPEN INPUT SNP-FILE.                                         04900000
049100     IF NOT SNP-SUCCESS                                           04910000
049200        DISPLAY 'STATE SNAPSHOT WILL NOT OPEN: '                  04920000
049300                SNP-FILE-STATUS                                   04930000
049400        MOVE 16               TO RETURN-CODE                      04940000
049500        MOVE 'UNABLE TO OPEN STATE SNAPSHOT'  TO WS-HIST-MSG      04950000
049600        SET WS-RESTORE-REFUSED TO TRUE                            04960000
049700        GO TO 5200-EXIT                                           04970000
049800     END-IF.                                                      04980000
049900     MOVE ZEROES              TO WS-STATE-IDX.                    04990000
050000     PERFORM UNTIL SNP-EOF                                        05000000
050100        READ SNP-FILE                                             05010000
050200             AT END                                               05020000
050300                SET SNP-EOF TO TRUE                               05030000
050400             NOT AT END                                           05040000
050500                IF SNP-HDR-MARK = '*'                             05050000
050600                   MOVE ZEROES   TO WS-STATE-IDX                  05060000
050700                   IF SNP-HDR-STAMP = WS-STAMP                    05070000
050800                      MOVE SNP-HDR-DD TO WS-STATE-NAME            05080000
050900                      PERFORM 5400-PICK-STATE-INDEX               05090000
051000                         THRU 5400-EXIT                           05100000
051100                   END-IF                                         05110000
051200                   IF WS-STATE-IDX > ZEROES                       05120000
051300                      SET WS-HDR-FOUND(WS-STATE-IDX) TO TRUE      05130000
051400                      MOVE ZEROES TO WS-SNP-CNT(WS-STATE-IDX)     05140000
051500                   END-IF                                         05150000
051600                ELSE                                              05160000
051700                   IF WS-STATE-IDX > ZEROES                       05170000
051800                      ADD 1      TO WS-SNP-CNT(WS-STATE-IDX)      05180000
051900                   END-IF                                         05190000
052000                END-IF                                            05200000
052100        END-READ                                                  05210000
052200     END-PERFORM.                                                 05220000
052300     CLOSE SNP-FILE.                                              05230000
052400     MOVE SPACES              TO SNP-FILE-STATUS.                 05240000
052500 5200-EXIT.                                                       05250000
052600     EXIT.                                                        05260000
052700                                                                  05270000
052800 5300-RESTORE-ONE-REC.                                            05280000
052900     IF SNP-HDR-MARK = '*'                                        05290000
053000        IF WS-RESTORE-OPEN                                        05300000
053100           PERFORM 2400-CLOSE-STATE  THRU 2400-EXIT               05310000
053200           MOVE 'N'           TO WS-STATE-OPEN-SW                 05320000
053300        END-IF                                                    05330000
053400        MOVE ZEROES           TO WS-STATE-IDX                     05340000
053500        IF SNP-HDR-STAMP = WS-STAMP                               05350000
053600           MOVE SNP-HDR-DD    TO WS-STATE-NAME                    05360000
053700           PERFORM 5400-PICK-STATE-INDEX  THRU 5400-EXIT          05370000
053800           IF WS-STATE-IDX > ZEROES                               05380000
053900              MOVE SPACES     TO WS-STATE-STATUS                  05390000
054000              PERFORM 5500-OPEN-STATE-OUTPUT  THRU 5500-EXIT      05400000
054100              IF WS-STATE-OPEN-OK                                 05410000
054200                 SET WS-RESTORE-OPEN  TO TRUE                     05420000
054300                 IF WS-CAT-PRESENT(WS-STATE-IDX) NOT = 'Y'        05430000
054400                    DISPLAY WS-STATE-DD(WS-STATE-IDX)             05440000
054500                            ' WAS NOT PRESENT AT SNAPSHOT - '     05450000
054600                            'RESTORED EMPTY'                      05460000
054700                 END-IF                                           05470000
054800              ELSE                                                05480000
054900                 DISPLAY WS-STATE-DD(WS-STATE-IDX)                05490000
055000                         ' WILL NOT OPEN FOR RESTORE: '           05500000
055100                         WS-STATE-STATUS                          05510000
055200                 ADD WS-CAT-CNT(WS-STATE-IDX)                     05520000
055300                              TO WS-WRITE-ERR-CNT                 05530000
055400                 MOVE ZEROES  TO WS-STATE-IDX                     05540000
055500              END-IF                                              05550000
055600           END-IF                                                 05560000
055700        END-IF                                                    05570000
055800        GO TO 5300-EXIT                                           05580000
055900     END-IF.                                                      05590000
056000     IF WS-RESTORE-OPEN AND WS-STATE-IDX > ZEROES                 05600000
056100        PERFORM 5600-WRITE-STATE-REC  THRU 5600-EXIT              05610000
056200        IF WS-STATE-OPEN-OK                                       05620000
056300           ADD 1              TO WS-RESTORED-CNT                  05630000
056400        ELSE                                                      05640000
056500           ADD 1              TO WS-WRITE-ERR-CNT                 05650000
056600        END-IF                                                    05660000
056700     END-IF.                                                      05670000
056800 5300-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 5400-PICK-STATE-INDEX.                                           05710000
057200     MOVE ZEROES              TO WS-STATE-IDX.                    05720000
057300     PERFORM VARYING WS-I FROM 1 BY 1                             05730000
057400               UNTIL WS-I > WS-STATE-COUNT                        05740000
057500        IF WS-STATE-DD(WS-I) = WS-STATE-NAME                      05750000
057600           MOVE WS-I          TO WS-STATE-IDX                     05760000
057700        END-IF                                                    05770000
057800     END-PERFORM.                                                 05780000
057900 5400-EXIT.                                                       05790000
058000     EXIT.                                                        05800000
058100                                                                  05810000
058200 5500-OPEN-STATE-OUTPUT.                                          05820000
058300     EVALUATE WS-STATE-IDX                                        05830000
058400        WHEN 1 OPEN OUTPUT STA-RTG                                05840000
058500        WHEN 2 OPEN OUTPUT STA-H2H                                05850000
058600        WHEN 3 OPEN OUTPUT STA-LDG                                05860000
058700        WHEN 4 OPEN OUTPUT STA-ISS                                05870000
058800        WHEN 5 OPEN OUTPUT STA-DSP                                05880000
058900        WHEN 6 OPEN OUTPUT STA-IDX                                05890000
059000        WHEN 7 OPEN OUTPUT STA-STP                                05900000
059010        WHEN 8 OPEN OUTPUT STA-FSL                                05901000
059020        WHEN 9 OPEN OUTPUT STA-CPD                                05902000
059030        WHEN 10 OPEN OUTPUT STA-IDP                               05903000
059040        WHEN 11 OPEN OUTPUT STA-SLG                               05904000
059050        WHEN 12 OPEN OUTPUT STA-PFR                               05905000
059060        WHEN 13 OPEN OUTPUT STA-FPL                               05906000
059062        WHEN 14 OPEN OUTPUT STA-LDR                               05906200
059064        WHEN 15 OPEN OUTPUT STA-HLS                               05906400
059066        WHEN 16 OPEN OUTPUT STA-BRK                               05906600
059068        WHEN 17 OPEN OUTPUT STA-OPO                               05906800
059070        WHEN 18 OPEN OUTPUT STA-SLU                               05907000
059072        WHEN 19 OPEN OUTPUT STA-ROT                               05907200
059074        WHEN 20 OPEN OUTPUT STA-QHS                               05907400
059076        WHEN 21 OPEN OUTPUT STA-SJN                               05907600
059078        WHEN 22 OPEN OUTPUT STA-STK                               05907800
059080        WHEN 23 OPEN OUTPUT STA-CRN                               05908000
059082        WHEN 24 OPEN OUTPUT STA-DWL                               05908200
059084        WHEN 25 OPEN OUTPUT STA-BRH                               05908400
059086        WHEN 26 OPEN OUTPUT STA-TSH                               05908600
059088        WHEN 27 OPEN OUTPUT STA-WOM                               05908800
059090        WHEN 28 OPEN OUTPUT STA-PCT                               05909000
059092        WHEN 29 OPEN OUTPUT STA-HLD                               05909200
059094        WHEN 30 OPEN OUTPUT STA-RGT                               05909400
059100     END-EVALUATE.                                                05910000
059200 5500-EXIT.                                                       05920000
059300     EXIT.                                                        05930000
059400                                                                  05940000
059500 5600-WRITE-STATE-REC.                                            05950000
059600*----------------------------------------------------------------*05960000
059700* THE KSDS IS RELOADED IN THE KEY ORDER IT WAS READ IN - A       *05970000
059800* RECORD OUT OF SEQUENCE COMES BACK AS A WRITE ERROR             *05980000
059900*----------------------------------------------------------------*05990000
060000     EVALUATE WS-STATE-IDX                                        06000000
060100        WHEN 1                                                    06010000
060200           MOVE SNP-DATA(1:26)   TO STA-RTG-REC                   06020000
060300           WRITE STA-RTG-REC                                      06030000
060400        WHEN 2                                                    06040000
060500           MOVE SNP-DATA(1:63)   TO STA-H2H-REC                   06050000
060600           WRITE STA-H2H-REC                                      06060000
060700        WHEN 3                                                    06070000
060800           MOVE SNP-DATA(1:13)   TO STA-LDG-REC                   06080000
060900           WRITE STA-LDG-REC                                      06090000
061000        WHEN 4                                                    06100000
061100           MOVE SNP-DATA(1:22)   TO STA-ISS-REC                   06110000
061200           WRITE STA-ISS-REC                                      06120000
061300        WHEN 5                                                    06130000
061400           MOVE SNP-DATA(1:50)   TO STA-DSP-REC                   06140000
061500           WRITE STA-DSP-REC                                      06150000
061600        WHEN 6                                                    06160000
061700           MOVE SNP-DATA(1:40)   TO STA-IDX-REC                   06170000
061800           WRITE STA-IDX-REC                                      06180000
061900        WHEN 7                                                    06190000
062000           MOVE SNP-DATA(1:86)   TO STA-STP-REC                   06200000
062100           WRITE STA-STP-REC                                      06210000
062110        WHEN 8                                                    06211000
062112           MOVE SNP-DATA(1:54)   TO STA-FSL-REC                   06211200
062114           WRITE STA-FSL-REC                                      06211400
062116        WHEN 9                                                    06211600
062118           MOVE SNP-DATA(1:80)   TO STA-CPD-REC                   06211800
062120           WRITE STA-CPD-REC                                      06212000
062122        WHEN 10                                                   06212200
062124           MOVE SNP-DATA(1:102)  TO STA-IDP-REC                   06212400
062126           WRITE STA-IDP-REC                                      06212600
062128        WHEN 11                                                   06212800
062130           MOVE SNP-DATA(1:18)   TO STA-SLG-REC                   06213000
062132           WRITE STA-SLG-REC                                      06213200
062134        WHEN 12                                                   06213400
062136           MOVE SNP-DATA(1:20)   TO STA-PFR-REC                   06213600
062138           WRITE STA-PFR-REC                                      06213800
062140        WHEN 13                                                   06214000
062142           MOVE SNP-DATA(1:49)   TO STA-FPL-REC                   06214200
062144           WRITE STA-FPL-REC                                      06214400
062145        WHEN 14                                                   06214500
062146           MOVE SNP-DATA(1:80)   TO STA-LDR-REC                   06214600
062147           WRITE STA-LDR-REC                                      06214700
062148        WHEN 15                                                   06214800
062149           MOVE SNP-DATA(1:80)   TO STA-HLS-REC                   06214900
062150           WRITE STA-HLS-REC                                      06215000
062151        WHEN 16                                                   06215100
062152           MOVE SNP-DATA(1:84)   TO STA-BRK-REC                   06215200
062153           WRITE STA-BRK-REC                                      06215300
062154        WHEN 17                                                   06215400
062155           MOVE SNP-DATA(1:80)   TO STA-OPO-REC                   06215500
062156           WRITE STA-OPO-REC                                      06215600
062157        WHEN 18                                                   06215700
062158           MOVE SNP-DATA(1:80)   TO STA-SLU-REC                   06215800
062159           WRITE STA-SLU-REC                                      06215900
062160        WHEN 19                                                   06216000
062161           MOVE SNP-DATA(1:28)   TO STA-ROT-REC                   06216100
062162           WRITE STA-ROT-REC                                      06216200
062163        WHEN 20                                                   06216300
062164           MOVE SNP-DATA(1:80)   TO STA-QHS-REC                   06216400
062165           WRITE STA-QHS-REC                                      06216500
062166        WHEN 21                                                   06216600
062167           MOVE SNP-DATA(1:30)   TO STA-SJN-REC                   06216700
062168           WRITE STA-SJN-REC                                      06216800
062169        WHEN 22                                                   06216900
062170           MOVE SNP-DATA(1:304)  TO STA-STK-REC                   06217000
062171           WRITE STA-STK-REC                                      06217100
062172        WHEN 23                                                   06217200
062173           MOVE SNP-DATA(1:69)   TO STA-CRN-REC                   06217300
062174           WRITE STA-CRN-REC                                      06217400
062175        WHEN 24                                                   06217500
062176           MOVE SNP-DATA(1:22)   TO STA-DWL-REC                   06217600
062177           WRITE STA-DWL-REC                                      06217700
062178        WHEN 25                                                   06217800
062179           MOVE SNP-DATA(1:21)   TO STA-BRH-REC                   06217900
062180           WRITE STA-BRH-REC                                      06218000
062181        WHEN 26                                                   06218100
062182           MOVE SNP-DATA(1:53)   TO STA-TSH-REC                   06218200
062183           WRITE STA-TSH-REC                                      06218300
062184        WHEN 27                                                   06218400
062185           MOVE SNP-DATA(1:84)   TO STA-WOM-REC                   06218500
062186           WRITE STA-WOM-REC                                      06218600
062187        WHEN 28                                                   06218700
062188           MOVE SNP-DATA(1:88)   TO STA-PCT-REC                   06218800
062189           WRITE STA-PCT-REC                                      06218900
062190        WHEN 29                                                   06219000
062191           MOVE SNP-DATA(1:80)   TO STA-HLD-REC                   06219100
062192           WRITE STA-HLD-REC                                      06219200
062193        WHEN 30                                                   06219300
062194           MOVE SNP-DATA(1:80)   TO STA-RGT-REC                   06219400
062195           WRITE STA-RGT-REC                                      06219500
062200     END-EVALUATE.                                                06220000
062300 5600-EXIT.                                                       06230000
062400     EXIT.                                                        06240000
062500                                                                  06250000
062600*----------------------------------------------------------------*06260000
062700*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06270000
062800*----------------------------------------------------------------*06280000
062900 9800-WRITE-AUDIT-HIST.                                           06290000
063000     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06300000
063100     ACCEPT WS-HIST-TIME FROM TIME.                               06310000
063200     OPEN EXTEND AUD-HIST.                                        06320000
063300     INITIALIZE AUD-HIST-REC.                                     06330000
063400     MOVE WS-HIST-DATE          TO HIST-DATE.                     06340000
063500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06350000
063600     MOVE 'AOCDSNAP'            TO HIST-PGM.                      06360000
063700     MOVE WS-HIST-VER           TO HIST-VERSION.                  06370000
063800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06380000
063900     WRITE AUD-HIST-REC.                                          06390000
064000     CLOSE AUD-HIST.                                              06400000
064100 9800-EXIT.                                                       06410000
064200     EXIT.                                                        06420000
