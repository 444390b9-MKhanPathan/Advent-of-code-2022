007600     05 HIST-PGM             PIC X(08).                           00760000
007700     05 FILLER               PIC X(02).                           00770000
007800     05 HIST-OUTPUT          PIC X(40).                           00780000
007801     05 FILLER               PIC X(02).                           00780100
007802     05 HIST-VERSION         PIC X(08).                           00780200
007900                                                                  00790000
008000 WORKING-STORAGE SECTION.                                         00800000
008100 01  WS-WORK-FIELDS.                                              00810000
013400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01340000
013500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01350000
013600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01360000
013601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01360100
013700                                                                  01370000
013800*----------------------------------------------------------------*01380000
013900* CRANE MODE PARM - CHAIN COLLAPSING IS ONLY PROVABLY SAFE IN    *01390000
035700     MOVE WS-HIST-DATE          TO HIST-DATE.                     03570000
035800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03580000
035900     MOVE 'AOCD5PG8'            TO HIST-PGM.                      03590000
035901     MOVE WS-HIST-VER           TO HIST-VERSION.                  03590100
036000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03600000
036100     WRITE AUD-HIST-REC.                                          03610000
036200     CLOSE AUD-HIST.                                              03620000
