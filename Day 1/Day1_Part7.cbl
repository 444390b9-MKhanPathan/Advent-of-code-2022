003400        ORGANIZATION    IS SEQUENTIAL                             00340000
003500         ACCESS MODE    IS SEQUENTIAL                             00350000
003600         FILE STATUS    IS HIST-FILE-STATUS.                      00360000
003601                                                                  00360100
003602*----------------------------------------------------------------*00360200
003603* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00360300
003604* THIS PROGRAM READ FROM AOCD1IDX                                *00360400
003605*----------------------------------------------------------------*00360500
003606     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00360600
003607        ORGANIZATION    IS SEQUENTIAL                             00360700
003608         ACCESS MODE    IS SEQUENTIAL                             00360800
003609         FILE STATUS    IS HND-FILE-STATUS.                       00360900
003700 DATA DIVISION.                                                   00370000
003800 FILE SECTION.                                                    00380000
003900 FD  ELF-LOOKUP.                                                  00390000
006500     05 HIST-PGM             PIC X(08).                           00650000
006600     05 FILLER               PIC X(02).                           00660000
006700     05 HIST-OUTPUT          PIC X(40).                           00670000
006701     05 FILLER               PIC X(02).                           00670100
006702     05 HIST-VERSION         PIC X(08).                           00670200
006703                                                                  00670300
006704 FD  HND-FILE.                                                    00670400
006705     COPY AOCDHND.                                                00670500
006800 WORKING-STORAGE SECTION.                                         00680000
006900 01  WS-WORK-FIELDS.                                              00690000
007000     05 WS-SUPPLY-CAP     PIC 9(10)   VALUE ZEROES.               00700000
009800     05 XFR-FILE-STATUS   PIC X(02)   VALUE SPACES.               00980000
009900        88 XFR-SUCCESS    VALUE '00'.                             00990000
010000                                                                  01000000
010001*----------------------------------------------------------------*01000100
010002* HANDOFF COUNT - THE AOCD1IDX RECORDS THIS RUN READ             *01000200
010003*----------------------------------------------------------------*01000300
010004 01  WS-HND-FIELDS.                                               01000400
010005     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01000500
010006        88 HND-SUCCESS    VALUE '00'.                             01000600
010007     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01000700
010008     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01000800
010009                                                                  01000900
010100*----------------------------------------------------------------*01010000
010200*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 01020000
010300*----------------------------------------------------------------*01030000
010500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01050000
010600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01060000
010700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01070000
010701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01070100
010800     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01080000
010900        88 HIST-SUCCESS VALUE '00'.                               01090000
011000*----------------------------------------------------------------*01100000
015500             AT END                                               01550000
015600                SET ELF-LOOKUP-EOF TO TRUE                        01560000
015700             NOT AT END                                           01570000
015701                ADD 1                 TO WS-HND-CNT               01570100
015800                IF WS-ELF-CNT < WS-MAX-ELVES                      01580000
015900                   ADD 1 TO WS-ELF-CNT                            01590000
016000                   MOVE ELF-LOOKUP-KEY   TO WS-ELF-KEY(WS-ELF-CNT)01600000
016700        END-READ                                                  01670000
016800     END-PERFORM.                                                 01680000
016900     CLOSE ELF-LOOKUP.                                            01690000
016901     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  01690100
017000     IF WS-ELF-CNT > ZEROES                                       01700000
017100        DIVIDE WS-GRAND-TOTAL BY WS-ELF-CNT                       01710000
017200                            GIVING WS-AVERAGE-CAL                 01720000
026800 2250-EXIT.                                                       02680000
026900     EXIT.                                                        02690000
027000                                                                  02700000
027001*----------------------------------------------------------------*02700100
027002* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *02700200
027003* AOCD1IDX - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *02700300
027004*----------------------------------------------------------------*02700400
027005 9750-WRITE-HANDOFF.                                              02700500
027006     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 02700600
027007     OPEN EXTEND HND-FILE.                                        02700700
027008     IF HND-SUCCESS                                               02700800
027009        INITIALIZE            HANDOFF-CNT-REC                     02700900
027010        MOVE WS-HND-DATE      TO HND-RUN-DATE                     02701000
027011        MOVE 'AOCD1PG7'       TO HND-PGM                          02701100
027012        MOVE 'AOCD1IDX'       TO HND-DD                           02701200
027013        SET HND-READER        TO TRUE                             02701300
027014        MOVE WS-HND-CNT       TO HND-REC-CNT                      02701400
027015        MOVE WS-HIST-VER      TO HND-VERSION                      02701500
027016        WRITE HANDOFF-CNT-REC                                     02701600
027017        CLOSE HND-FILE                                            02701700
027018     END-IF.                                                      02701800
027019 9750-EXIT.                                                       02701900
027020     EXIT.                                                        02702000
027021                                                                  02702100
027100*----------------------------------------------------------------*02710000
027200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 02720000
027300*----------------------------------------------------------------*02730000
027900     MOVE WS-HIST-DATE          TO HIST-DATE.                     02790000
028000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02800000
028100     MOVE 'AOCD1PG7'        TO HIST-PGM.                          02810000
028101     MOVE WS-HIST-VER       TO HIST-VERSION.                      02810100
028200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02820000
028300     WRITE AUD-HIST-REC.                                          02830000
028400     CLOSE AUD-HIST.                                              02840000
