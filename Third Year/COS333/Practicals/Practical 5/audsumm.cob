000350*-----------------------------------------------------------------*
000360* DATE       INIT DESCRIPTION                                    *
000370* 22/08/2026 MVM  ORIGINAL PROGRAM.                              *
000372* 15/10/2026 MVM  A RUNBKOUT BACKOUT LINE (RESTART FLAG B) IS NO *
000374*                LONGER COUNTED AS A RUN - IT GOES TO A NEW      *
000376*                BKOUT COLUMN AND A TOTAL BACKOUTS LINE, AND IS  *
000378*                ARCHIVED OR RETAINED LIKE ANY OTHER AUDIT LINE. *
000379* 15/10/2026 MVM  ARCFILE AND NEWFILE RECORDS WIDENED TO 190     *
00037A*                BYTES WITH THE AUDIT LINE, WHICH NOW CARRIES    *
00037B*                THE RUN TIMING, RUN OUTCOME AND COVERAGE GAP    *
00037C*                COUNT.                                          *
00037F* 15/10/2026 MVM  AUDIT LINES FOR FILES REFUSED AS DUPLICATES    *
00037G*                ARE ROUTED BUT NO LONGER COUNTED AS RUNS.       *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     AUDSUMM.
000820 FD  ARCFILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  AS-ARCHIVE-RECORD           PIC X(190).
000860*
000870 FD  NEWFILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  AS-RETAINED-RECORD          PIC X(190).
000910*
000920 WORKING-STORAGE SECTION.
000930******************************************************************
001190 77  AS-DAY-READ                PIC 9(08) COMP VALUE 0.
001200 77  AS-DAY-REJECTED            PIC 9(08) COMP VALUE 0.
001210 77  AS-DAY-RESTARTS            PIC 9(05) COMP VALUE 0.
001215 77  AS-DAY-BACKOUTS            PIC 9(05) COMP VALUE 0.
001220*
001230******************************************************************
001240*    RUN TOTALS                                                 *
001270 77  AS-TOT-READ                PIC 9(09) COMP VALUE 0.
001280 77  AS-TOT-REJECTED            PIC 9(09) COMP VALUE 0.
001290 77  AS-TOT-RESTARTS            PIC 9(07) COMP VALUE 0.
001295 77  AS-TOT-BACKOUTS            PIC 9(07) COMP VALUE 0.
001300 77  AS-TOT-DAYS                PIC 9(05) COMP VALUE 0.
001310 77  AS-WATCH-DAYS              PIC 9(05) COMP VALUE 0.
001320 77  AS-ARCHIVED-COUNT          PIC 9(07) COMP VALUE 0.
001910 01  AS-ED-PCT                  PIC ZZ9.99.
001920 01  AS-ED-RESTARTS             PIC ZZZZ9.
001930 01  AS-ED-CLEAN                PIC ZZZZ9.
001935 01  AS-ED-BACKOUTS             PIC ZZZZ9.
001940 01  AS-ED-COUNT                PIC ZZZZZZ9.
001950 01  AS-HEADING-1               PIC X(45)
001960    VALUE "AUDSUMM - OPERATIONS SUMMARY OF THE AUDIT LOG".
001970 01  AS-HEADING-2A              PIC X(40)
001980    VALUE "DATE      RUNS     READ REJECTED".
001990 01  AS-HEADING-2B              PIC X(40)
002000    VALUE "  PCT  RSTRT CLEAN BKOUT".
002010*
002020 LINKAGE SECTION.
002030 01  LK-PARM.
002950*    2000-PROCESS-RECORD  -  BREAKS ON THE TIMESTAMP DATE,      *
002960*                            ROLLS ONE EXECUTION INTO THE DAY   *
002970*                            TOTALS AND ROUTES THE RECORD TO    *
002980*                            THE ARCHIVE OR THE RETAINED FILE.  *
002982*                            A RUNBKOUT BACKOUT LINE COUNTS AS  *
002984*                            A BACKOUT, NOT AS A RUN, AND A     *
002986*                            FILE REFUSED AS A DUPLICATE IS NOT *
002988*                            COUNTED AT ALL.                    *
002990******************************************************************
003000 2000-PROCESS-RECORD.
003010     MOVE AD-TIMESTAMP(1:8) TO AS-TS-DATE.
003080             MOVE AS-TS-DATE TO AS-CURRENT-DATE
003090         END-IF
003100     END-IF.
003102     IF AD-BACKOUT-LINE
003104         ADD 1 TO AS-DAY-BACKOUTS
003106         PERFORM 2100-ROUTE-RECORD THRU 2100-EXIT
003108         PERFORM 1100-READ-AUDIT THRU 1100-EXIT
003109         GO TO 2000-EXIT
003110     END-IF.
003111     IF AD-DUPLICATE-FILE
003112         PERFORM 2100-ROUTE-RECORD THRU 2100-EXIT
003113         PERFORM 1100-READ-AUDIT THRU 1100-EXIT
003114         GO TO 2000-EXIT
003115     END-IF.
003117     ADD 1 TO AS-DAY-RUNS.
003120     IF AD-RECORDS-READ NUMERIC
003130         ADD AD-RECORDS-READ TO AS-DAY-READ
003140     END-IF.
003830     MOVE AS-REJECT-PCT TO AS-ED-PCT.
003840     MOVE AS-DAY-RESTARTS TO AS-ED-RESTARTS.
003850     MOVE AS-CLEAN-RUNS TO AS-ED-CLEAN.
003855     MOVE AS-DAY-BACKOUTS TO AS-ED-BACKOUTS.
003860     MOVE SPACES TO AS-REPORT-LINE.
003870     STRING AS-CURRENT-DATE " "
003880            AS-ED-RUNS      " "
003900            AS-ED-REJECTED  " "
003910            AS-ED-PCT       " "
003920            AS-ED-RESTARTS  " "
003930            AS-ED-CLEAN     " "
003935            AS-ED-BACKOUTS  "  "
003940            AS-WATCH-TEXT
003950         DELIMITED BY SIZE INTO AS-REPORT-LINE.
003960     WRITE AS-REPORT-LINE.
003980     ADD AS-DAY-READ TO AS-TOT-READ.
003990     ADD AS-DAY-REJECTED TO AS-TOT-REJECTED.
004000     ADD AS-DAY-RESTARTS TO AS-TOT-RESTARTS.
004005     ADD AS-DAY-BACKOUTS TO AS-TOT-BACKOUTS.
004010     MOVE 0 TO AS-DAY-RUNS.
004020     MOVE 0 TO AS-DAY-READ.
004030     MOVE 0 TO AS-DAY-REJECTED.
004040     MOVE 0 TO AS-DAY-RESTARTS.
004045     MOVE 0 TO AS-DAY-BACKOUTS.
004050 2200-EXIT.
004060     EXIT.
004070*
004290     STRING "TOTAL RESTARTS:  " AS-ED-COUNT
004300         DELIMITED BY SIZE INTO AS-REPORT-LINE.
004310     WRITE AS-REPORT-LINE.
004312     MOVE AS-TOT-BACKOUTS TO AS-ED-COUNT.
004314     MOVE SPACES TO AS-REPORT-LINE.
004316     STRING "TOTAL BACKOUTS:  " AS-ED-COUNT
004318         DELIMITED BY SIZE INTO AS-REPORT-LINE.
004319     WRITE AS-REPORT-LINE.
004320     MOVE AS-WATCH-DAYS TO AS-ED-COUNT.
004330     MOVE SPACES TO AS-REPORT-LINE.
004340     STRING "WATCH LIST DAYS: " AS-ED-COUNT
