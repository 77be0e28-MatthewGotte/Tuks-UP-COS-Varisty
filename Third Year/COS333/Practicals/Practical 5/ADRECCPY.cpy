000580*    UNNOTICED.  AD-SOURCE-SYSTEM IS THE SOURCE SYSTEM OFF THE  *
000582*    INPUT FILE'S H HEADER, READ BACK BY FEEDCHK TO PROVE       *
000584*    WHICH EXPECTED FEEDS ACTUALLY ARRIVED EACH DAY.            *
000586*    RUNBKOUT APPENDS A BACKOUT LINE (RESTART FLAG B) WHEN A    *
000587*    RUN IS REVERSED - ZERO COUNTS, THE REVERSED RUN'S NUMBER,  *
000588*    SOURCE SYSTEM AND FINGERPRINT - SO AUDSUMM COUNTS THE      *
000589*    BACKOUT, FEEDCHK NO LONGER TREATS THE FEED AS ARRIVED AND  *
00058A*    THE FINGERPRINT GATE RELEASES THE FILE FOR REPROCESSING.   *
00058B*    AD-RUN-TIMING HOLDS THE EXECUTION'S START AND END (DATES    *
00058C*    CCYYMMDD, TIMES HHMMSS), ELAPSED SECONDS AND RECORDS READ   *
00058D*    PER SECOND, READ BY SLARPT.  IT IS SPACES ON A BACKOUT      *
00058E*    LINE AND ON LINES WRITTEN BEFORE IT WAS ADDED.              *
00058F*    AD-RUN-OUTCOME IS C FOR A RUN THAT FINISHED, O FOR A FILE   *
00058G*    FOUND OUT OF BALANCE AND D FOR A FILE THE FINGERPRINT GATE  *
00058H*    REFUSED AS ALREADY PROCESSED; AD-COVERAGE-GAPS COUNTS THE   *
00058I*    COVERAGE GAPS THE RUN REPORTED.  BOTH ARE READ BY THE       *
00058J*    SOURCE SCORECARD (SRCSCORE) AND ARE SPACES ON A BACKOUT     *
00058K*    LINE AND ON OLDER LINES.                                    *
000600*                                                                 *
000700******************************************************************
000800 01  AD-AUDIT-RECORD.
001400     05  AD-FINAL-STDDEV         PIC -ZZZ9.99999.
001500     05  AD-RUN-NUMBER           PIC 9(06).
001600     05  AD-RESTART-FLAG         PIC X(01).
001610         88  AD-RESTARTED                   VALUE "Y".
001620         88  AD-BACKOUT-LINE                VALUE "B".
001700     05  AD-FINGERPRINT.
001800         10  AD-FP-FILE-DATE     PIC 9(08).
001900         10  AD-FP-COUNT         PIC 9(06).
002000         10  AD-FP-HASH          PIC S9(12)V9(05).
002100     05  AD-SOURCE-SYSTEM        PIC X(08).
002110     05  AD-RUN-TIMING.
002120         10  AD-START-DATE       PIC 9(08).
002130         10  AD-START-TIME       PIC 9(06).
002140         10  AD-END-DATE         PIC 9(08).
002150         10  AD-END-TIME         PIC 9(06).
002160         10  AD-ELAPSED-SECONDS  PIC 9(06).
002170         10  AD-RECS-PER-SEC     PIC 9(06)V9(02).
002180     05  AD-RUN-OUTCOME          PIC X(01).
002182         88  AD-RUN-COMPLETE                VALUE "C".
002184         88  AD-OUT-OF-BALANCE              VALUE "O".
002186         88  AD-DUPLICATE-FILE              VALUE "D".
002190     05  AD-COVERAGE-GAPS        PIC 9(05).
002200     05  FILLER                  PIC X(01).
