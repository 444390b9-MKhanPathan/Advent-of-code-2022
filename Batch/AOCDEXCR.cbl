004100     05 WS-I              PIC 9(03)   VALUE ZEROES.               00410000
004200     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               00420000
004300     05 WS-TOT-EXC        PIC 9(07)   VALUE ZEROES.               00430000
045100     05 WS-RPT-DATE       PIC 9(08)   VALUE ZEROES.               04510000
045200     05 WS-FILE-TOT       PIC 9(07)   VALUE ZEROES.               04520000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
005800     05 EXS-FILE-STATUS   PIC X(02)   VALUE SPACES.               00580000
005900        88 EXS-SUCCESS    VALUE '00'.                             00590000
055100*----------------------------------------------------------------*05510000
055200* THE RUN DATE TO SUMMARIZE, YYYYMMDD. BLANK MEANS THE NEWEST    *05520000
055300* DATE ON THE FILE - TONIGHT'S RUN, NOT EVERY NIGHT SINCE THE    *05530000
055400* FILE WAS FIRST CUT                                             *05540000
055500*----------------------------------------------------------------*05550000
055600 LINKAGE SECTION.                                                 05560000
055700 01  LS-PARM-DATA.                                                05570000
055800     05 LS-DATE-PARM    PIC X(08)   VALUE SPACES.                 05580000
055900 PROCEDURE DIVISION USING LS-PARM-DATA.                           05590000
006100                                                                  00610000
056000     PERFORM 0500-PICK-REPORT-DATE     THRU 0500-EXIT.            05600000
