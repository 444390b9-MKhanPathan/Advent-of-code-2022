003300     05 HIST-PGM             PIC X(08).                           00330000
003300     05 FILLER               PIC X(02).                           00330000
003300     05 HIST-OUTPUT          PIC X(40).                           00330000
003300     05 FILLER               PIC X(02).                           00330000
003300     05 HIST-VERSION         PIC X(08).                           00330000
003300 WORKING-STORAGE SECTION.                                         00330000
003400 01  WS-STACKS-ARRAY.                                             00340000
003500     05 STACK                  PIC X(300)  OCCURS 20 TIMES.       00350000
991130     05 SEXC-FILE-STATUS    PIC X(02)   VALUE SPACES.             99113000
991140        88 SEXC-SUCCESS     VALUE '00'.                           99114000
991150     05 WS-RUN-DATE         PIC 9(06)   VALUE ZEROES.             99115000
991151     05 WS-RUN-DATE-8       PIC 9(08)   VALUE ZEROES.             99115100
006500*----------------------------------------------------------------*00650000
006500*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 00650000
006500*----------------------------------------------------------------*00650000
006500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00650000
006500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00650000
006500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00650000
006500     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00650000
006500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               00650000
006500        88 HIST-SUCCESS VALUE '00'.                               00650000
006450 LINKAGE SECTION.                                                 00645000
009120     OPEN OUTPUT MOVE-REJ.                                        00912000
991160     OPEN EXTEND SUITE-EXC.                                       99116000
991170     ACCEPT WS-RUN-DATE       FROM DATE.                          99117000
991171     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 99117100
009200     IF PROCESS-SUCCESS                                           00920000
009300        PERFORM VARYING WS-CNT FROM 1 BY 1 UNTIL PROCESS-EOF      00930000
009400           READ PROCESS-DATA                                      00940000
991260* STAMPS AND WRITES THE COMMON-LAYOUT COPY OF THE REJECT JUST    *99126000
991270* LOGGED - THE CALLER HAS ALREADY SET KEY, REASON AND RAW DATA   *99127000
991280*----------------------------------------------------------------*99128000
991290     MOVE WS-RUN-DATE-8         TO EXC-RUN-DATE.                  99129000
991300     MOVE 'AOCD5PG2'           TO EXC-PGM.                        99130000
991310     WRITE SUITE-EXC-REC.                                         99131000
991320 3900-EXIT.                                                       99132000
015780     MOVE WS-HIST-DATE          TO HIST-DATE.                     01578000
015780     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01578000
015780     MOVE 'AOCD5PG2'        TO HIST-PGM.                          01578000
015780     MOVE WS-HIST-VER       TO HIST-VERSION.                      01578000
015780     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01578000
015780     WRITE AUD-HIST-REC.                                          01578000
015780     CLOSE AUD-HIST.                                              01578000
