007100     05 HIST-PGM             PIC X(08).                           00710000
007200     05 FILLER               PIC X(02).                           00720000
007300     05 HIST-OUTPUT          PIC X(40).                           00730000
007301     05 FILLER               PIC X(02).                           00730100
007302     05 HIST-VERSION         PIC X(08).                           00730200
007400                                                                  00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600 01  WS-WORK-FIELDS.                                              00760000
011300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01130000
011400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01140000
011500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01150000
011501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01150100
011600                                                                  01160000
011700 PROCEDURE DIVISION.                                              01170000
011800                                                                  01180000
027900     MOVE WS-HIST-DATE          TO HIST-DATE.                     02790000
028000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02800000
028100     MOVE 'AOCD3PG8'            TO HIST-PGM.                      02810000
028101     MOVE WS-HIST-VER           TO HIST-VERSION.                  02810100
028200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02820000
028300     WRITE AUD-HIST-REC.                                          02830000
028400     CLOSE AUD-HIST.                                              02840000
