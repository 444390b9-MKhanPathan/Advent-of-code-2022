000700*  LEADERBOARD WE HAND-EDITED A COPY. THIS EXTRACTS A DATE       *00070000
000800*  RANGE FROM AN ARCHIVE BACK INTO A LIVE-FORMAT DATASET ON      *00080000
000900*  HSKPOUT - IN BOTH THE STANDARD 80-BYTE FORMATS AND THE        *00090000
001000*  78-BYTE AOCDHST FORMAT AOCDHSKP ALREADY UNDERSTANDS - WITH    *00100000
001100*  A RESTORE MANIFEST OF RECORD COUNTS PER DATE, SO AOCD2PG5     *00110000
001200*  OR AOCDHINQ CAN BE POINTED STRAIGHT AT THE EXTRACT            *00120000
001300*----------------------------------------------------------------*00130000
002900         FILE STATUS    IS OUT-FILE-STATUS.                       00290000
003000                                                                  00300000
003100*----------------------------------------------------------------*00310000
003200* THE SAME TWO DD NAMES AGAIN AS 78-BYTE FILES - FORMAT H        *00320000
003300* OPENS THESE INSTEAD, BECAUSE AOCDHST IS A 78-LRECL DATASET     *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT ARCH-FILE-H ASSIGN TO HSKPARC                         00350000
003600        ORGANIZATION    IS SEQUENTIAL                             00360000
007600 FD  ARCH-FILE-H.                                                 00760000
007700 01  ARCH-REC-H.                                                  00770000
007800     05 ARCH-H-DATE-8      PIC 9(08).                             00780000
007900     05 FILLER             PIC X(70).                             00790000
008000                                                                  00800000
008100 FD  OUT-FILE-H.                                                  00810000
008200 01  OUT-REC-H             PIC X(78).                             00820000
008300                                                                  00830000
008400 FD  MAN-RPT.                                                     00840000
008500 01  MAN-REC.                                                     00850000
010000     05 HIST-PGM             PIC X(08).                           01000000
010100     05 FILLER               PIC X(02).                           01010000
010200     05 HIST-OUTPUT          PIC X(40).                           01020000
010201     05 FILLER               PIC X(02).                           01020100
010202     05 HIST-VERSION         PIC X(08).                           01020200
010300                                                                  01030000
010400 WORKING-STORAGE SECTION.                                         01040000
010500 01  WS-WORK-FIELDS.                                              01050000
013300        88 MAN-SUCCESS    VALUE '00'.                             01330000
013400     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01340000
013500        88 HIST-SUCCESS   VALUE '00'.                             01350000
013600     05 WS-DATE-FMT-SW    PIC X(01)   VALUE '8'.                  01360000
013700        88 WS-FMT-YYMMDD   VALUE '6'.                             01370000
013800        88 WS-FMT-YYYYMMDD VALUE '8'.                             01380000
013900        88 WS-FMT-HIST     VALUE 'H'.                             01390000
014200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01420000
014300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01430000
014400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01440000
014401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01440100
014500                                                                  01450000
014600*----------------------------------------------------------------*01460000
014700* FORMAT AND RANGE PARMS - THE FORMAT LETTER AOCDHSKP ALREADY    *01470000
014800* USES (8, 6 OR H), THEN FROM AND TO DATES IN THE ARCHIVE'S      *01480000
014900* OWN DATE FORMAT                                                *01490000
015000*----------------------------------------------------------------*01500000
015100 LINKAGE SECTION.                                                 01510000
015600                                                                  01560000
015700 PROCEDURE DIVISION USING LS-PARM-DATA.                           01570000
015800                                                                  01580000
015900     IF LS-FMT-PARM = '6' OR LS-FMT-PARM = 'H'                    01590000
016000        MOVE LS-FMT-PARM     TO WS-DATE-FMT-SW                    01600000
016100     END-IF.                                                      01610000
016200     IF LS-FROM-PARM(1:6) IS NUMERIC                              01620000
032800     MOVE WS-HIST-DATE          TO HIST-DATE.                     03280000
032900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03290000
033000     MOVE 'AOCDHRST'            TO HIST-PGM.                      03300000
033001     MOVE WS-HIST-VER           TO HIST-VERSION.                  03300100
033100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03310000
033200     WRITE AUD-HIST-REC.                                          03320000
033300     CLOSE AUD-HIST.                                              03330000
