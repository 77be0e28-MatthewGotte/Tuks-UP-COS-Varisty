000320*-----------------------------------------------------------------*
000330* DATE       INIT DESCRIPTION                                    *
000340* 02/09/2026 MVM  ORIGINAL PROGRAM.                              *
000342* 15/10/2026 MVM  A RUNBKOUT BACKOUT LINE DATED TODAY UNTICKS    *
000344*                ITS SOURCE WHEN IT REVERSES THE LAST RUN SEEN   *
000346*                FOR THAT SOURCE, SO A BACKED-OUT FEED IS        *
000348*                REPORTED MISSING (MARKED BACKED OUT) UNTIL A    *
000349*                NEW RUN ARRIVES.                                *
00034A* 15/10/2026 MVM  AN AUDIT LINE FOR AN INPUT FILE THE            *
00034B*                FINGERPRINT GATE REFUSED AS ALREADY PROCESSED   *
00034C*                NO LONGER TICKS ITS SOURCE.                     *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     FEEDCHK.
001000******************************************************************
001010*    SCHEDULE TABLE - EVERY SOURCE SYSTEM AND ITS DAY FLAGS,    *
001020*    WITH A SEEN FLAG TICKED AS TODAY'S AUDIT LINES COME PAST   *
001022*    AND THE LAST RUN NUMBER SEEN.  A BACKOUT OF THAT RUN SETS  *
001024*    THE FLAG TO B UNTIL ANOTHER RUN OF THE SOURCE COMES PAST.  *
001030******************************************************************
001040 01  FC-SCH-COUNT               PIC 9(04) COMP VALUE 0.
001050 01  FC-SCH-MAX                 PIC 9(04) COMP VALUE 100.
001090         10  FC-SCH-DAYS        PIC X(07).
001100         10  FC-SCH-DESC        PIC X(30).
001110         10  FC-SCH-SEEN-FLAG   PIC X(01).
001115         10  FC-SCH-RUN         PIC 9(06).
001120 01  FC-SCH-DAYS-R.
001130     05  FC-SCH-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
001140*
001180 77  FC-AUD-TODAY               PIC 9(06) COMP VALUE 0.
001190 77  FC-MISSING-COUNT           PIC 9(04) COMP VALUE 0.
001200 77  FC-EXPECTED-COUNT          PIC 9(04) COMP VALUE 0.
001205 77  FC-BACKOUT-COUNT           PIC 9(04) COMP VALUE 0.
001210*
001220******************************************************************
001230*    RUN DATE AND DAY OF WEEK.  THE DAY NUMBER COMES FROM       *
002380     MOVE FS-DAY-FLAGS TO FC-SCH-DAYS(FC-SCH-COUNT).
002390     MOVE FS-DESCRIPTION TO FC-SCH-DESC(FC-SCH-COUNT).
002400     MOVE "N" TO FC-SCH-SEEN-FLAG(FC-SCH-COUNT).
002405     MOVE 0 TO FC-SCH-RUN(FC-SCH-COUNT).
002410 1120-NEXT.
002420     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
002430 1120-EXIT.
002590******************************************************************
002600*    2000-SCAN-AUDIT      -  TICKS THE SCHEDULE ENTRY OF EVERY  *
002610*                            SOURCE SYSTEM WITH AN AUDIT LINE   *
002620*                            DATED TODAY, OR UNTICKS IT ON A    *
002622*                            BACKOUT LINE FOR THE RUN THAT      *
002624*                            TICKED IT.  A REFUSED DUPLICATE    *
002625*                            FILE IS NOT A NEW ARRIVAL.         *
002630******************************************************************
002640 2000-SCAN-AUDIT.
002650     IF AD-TIMESTAMP(1:8) NOT = FC-RUN-DATE-DISPLAY
002660         GO TO 2000-NEXT
002670     END-IF.
002680     IF AD-SOURCE-SYSTEM = SPACES OR AD-DUPLICATE-FILE
002690         GO TO 2000-NEXT
002700     END-IF.
002702     IF AD-BACKOUT-LINE
002704         PERFORM 2200-UNTICK-SOURCE THRU 2200-EXIT
002706             VARYING FC-X FROM 1 BY 1
002708             UNTIL FC-X > FC-SCH-COUNT
002709         GO TO 2000-NEXT
002710     END-IF.
002712     ADD 1 TO FC-AUD-TODAY.
002720     PERFORM 2100-TICK-SOURCE THRU 2100-EXIT
002730         VARYING FC-X FROM 1 BY 1
002740         UNTIL FC-X > FC-SCH-COUNT.
002850 2100-TICK-SOURCE.
002860     IF FC-SCH-SOURCE(FC-X) = AD-SOURCE-SYSTEM
002870         MOVE "Y" TO FC-SCH-SEEN-FLAG(FC-X)
002875         IF AD-RUN-NUMBER NUMERIC
002877             MOVE AD-RUN-NUMBER TO FC-SCH-RUN(FC-X)
002879         END-IF
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.
002901*
002902******************************************************************
002903*    2200-UNTICK-SOURCE   -  MARKS ONE SCHEDULE ENTRY BACKED    *
002904*                            OUT WHEN THE BACKOUT LINE REVERSES *
002905*                            THE LAST RUN SEEN FOR ITS SOURCE.  *
002906*                            A BACKOUT OF AN EARLIER DAY'S RUN  *
002907*                            LEAVES TODAY'S FEED ALONE.         *
002908******************************************************************
00290A 2200-UNTICK-SOURCE.
00290B     IF FC-SCH-SOURCE(FC-X) NOT = AD-SOURCE-SYSTEM
00290C         GO TO 2200-EXIT
00290D     END-IF.
00290E     IF FC-SCH-SEEN-FLAG(FC-X) NOT = "Y"
00290F         GO TO 2200-EXIT
00290G     END-IF.
00290H     IF AD-RUN-NUMBER NOT NUMERIC
00290I         GO TO 2200-EXIT
00290J     END-IF.
00290K     IF AD-RUN-NUMBER = FC-SCH-RUN(FC-X)
00290L         MOVE "B" TO FC-SCH-SEEN-FLAG(FC-X)
00290M     END-IF.
00290N 2200-EXIT.
00290O     EXIT.
002910*
002920******************************************************************
002930*    3000-FINALIZE        -  REPORTS EVERY SOURCE EXPECTED      *
003210     STRING "RUNS LOGGED TODAY:    " FC-ED-COUNT
003220         DELIMITED BY SIZE INTO FC-REPORT-LINE.
003230     WRITE FC-REPORT-LINE.
003232     MOVE FC-BACKOUT-COUNT TO FC-ED-COUNT.
003234     MOVE SPACES TO FC-REPORT-LINE.
003236     STRING "FEEDS BACKED OUT:     " FC-ED-COUNT
003238         DELIMITED BY SIZE INTO FC-REPORT-LINE.
003239     WRITE FC-REPORT-LINE.
003240     CLOSE SCHFILE.
003250     CLOSE AUDFILE.
003260     CLOSE FEEDRPT.
003340*    3100-CHECK-EXPECTED  -  CHECKS ONE SCHEDULE ENTRY - A      *
003350*                            SOURCE EXPECTED ON TODAY'S DAY OF  *
003360*                            THE WEEK WITH NO AUDIT LINE DATED  *
003370*                            TODAY IS A MISSING FEED, AND SO IS *
003372*                            ONE WHOSE ONLY RUN WAS BACKED OUT  *
003380******************************************************************
003390 3100-CHECK-EXPECTED.
003400     MOVE FC-SCH-DAYS(FC-X) TO FC-SCH-DAYS-R.
003460         GO TO 3100-EXIT
003470     END-IF.
003480     ADD 1 TO FC-MISSING-COUNT.
003482     IF FC-SCH-SEEN-FLAG(FC-X) = "B"
003484         ADD 1 TO FC-BACKOUT-COUNT
003485         MOVE SPACES TO FC-REPORT-LINE
003486         STRING "MISSING FEED: " FC-SCH-SOURCE(FC-X)
003487                "  " FC-SCH-DESC(FC-X)
003488                "  RUN " FC-SCH-RUN(FC-X) " BACKED OUT"
003489             DELIMITED BY SIZE INTO FC-REPORT-LINE
003490         WRITE FC-REPORT-LINE
003491         DISPLAY "FEEDCHK - FEED BACKED OUT: "
003492             FC-SCH-SOURCE(FC-X)
003493         GO TO 3100-EXIT
003494     END-IF.
003495     MOVE SPACES TO FC-REPORT-LINE.
003500     STRING "MISSING FEED: " FC-SCH-SOURCE(FC-X)
003510            "  " FC-SCH-DESC(FC-X)
003520         DELIMITED BY SIZE INTO FC-REPORT-LINE.
