000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    SLARPT                                          *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       BATCH-WINDOW SLA REPORT.  READS THE EXPECTED-   *
000190*                FEED SCHEDULE (FSRECCPY), WHICH CARRIES AN      *
000200*                ARRIVAL CUTOFF AND A PROCESSING DEADLINE PER    *
000210*                SOURCE SYSTEM, AND THE RUN AUDIT LOG (ADRECCPY),*
000220*                WHICH CARRIES EACH EXECUTION'S START AND END    *
000230*                TIME, ELAPSED SECONDS AND RECORDS PER SECOND.   *
000240*                OVER THE PARM WINDOW OF DAYS IT LISTS EVERY RUN *
000250*                THAT STARTED AFTER ITS SOURCE'S CUTOFF (A LATE  *
000260*                ARRIVAL) OR FINISHED AFTER ITS DEADLINE, THEN   *
000270*                PRINTS EACH SOURCE'S ELAPSED-TIME TREND - THE   *
000280*                AVERAGE OVER THE OLDER AND THE RECENT HALF OF   *
000290*                THE WINDOW, THE CHANGE BETWEEN THEM AND THE     *
000300*                SOURCE'S SHARE OF ALL ELAPSED TIME - SO A FEED  *
000310*                EATING THE BATCH WINDOW SHOWS BEFORE IT         *
000320*                BREACHES.  RETURN CODE 4 WHEN ANY RUN STARTED   *
000330*                TODAY ARRIVED LATE OR MISSED ITS DEADLINE.      *
000340*                                                                 *
000350*-----------------------------------------------------------------*
000360* MODIFICATION HISTORY                                           *
000370*-----------------------------------------------------------------*
000380* DATE       INIT DESCRIPTION                                    *
000390* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000391* 15/10/2026 MVM  THE AUDIT LINE OF AN INPUT FILE REFUSED AS A   *
000392*                DUPLICATE IS PASSED OVER LIKE A BACKOUT LINE -  *
000393*                IT IS NOT A RUN OF THE FEED.                    *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     SLARPT.
000430 AUTHOR.         M. VAN DER MERWE.
000440 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000450 DATE-WRITTEN.   15/10/2026.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SCHFILE ASSIGN TO "SCHFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS SL-SCHFILE-STATUS.
000590     SELECT AUDFILE ASSIGN TO "AUDFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS SL-AUDFILE-STATUS.
000630     SELECT SLARPT ASSIGN TO "SLARPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS SL-SLARPT-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SCHFILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY FSRECCPY.
000740*
000750 FD  AUDFILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ADRECCPY.
000790*
000800 FD  SLARPT
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  SL-REPORT-LINE              PIC X(132).
000840*
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870*    FILE STATUS SWITCHES                                        *
000880******************************************************************
000890 01  SL-SCHFILE-STATUS          PIC X(02) VALUE "00".
000900     88  SL-SCHFILE-OK                      VALUE "00".
000910     88  SL-SCHFILE-EOF                     VALUE "10".
000920*
000930 01  SL-AUDFILE-STATUS          PIC X(02) VALUE "00".
000940     88  SL-AUDFILE-OK                      VALUE "00".
000950     88  SL-AUDFILE-EOF                     VALUE "10".
000960*
000970 01  SL-SLARPT-STATUS           PIC X(02) VALUE "00".
000980     88  SL-SLARPT-OK                       VALUE "00".
000990*
001000 01  SL-SCH-EOF-SWITCH          PIC X(01) VALUE "N".
001010     88  SL-END-OF-SCHEDULE                 VALUE "Y".
001020 01  SL-AUD-EOF-SWITCH          PIC X(01) VALUE "N".
001030     88  SL-END-OF-AUDIT                    VALUE "Y".
001040*
001050******************************************************************
001060*    SCHEDULE TABLE - EVERY SOURCE SYSTEM WITH ITS CUTOFF AND    *
001070*    DEADLINE (ZERO WHEN NOT SET) AND THE TREND ACCUMULATORS.    *
001080*    THE OLDER HALF OF THE WINDOW FEEDS THE -OLD- FIGURES, THE   *
001090*    RECENT HALF, TODAY INCLUDED, THE -NEW- ONES.                *
001100******************************************************************
001110 01  SL-SCH-COUNT               PIC 9(04) COMP VALUE 0.
001120 01  SL-SCH-MAX                 PIC 9(04) COMP VALUE 100.
001130 01  SL-SCH-TABLE.
001140     05  SL-SCH-ENTRY OCCURS 100 TIMES.
001150         10  SL-SCH-SOURCE      PIC X(08).
001160         10  SL-SCH-DESC        PIC X(30).
001170         10  SL-SCH-CUTOFF      PIC 9(04).
001180         10  SL-SCH-DEADLINE    PIC 9(04).
001190         10  SL-SCH-RUNS        PIC 9(05) COMP.
001200         10  SL-SCH-ELAPSED     PIC 9(09) COMP.
001210         10  SL-SCH-RECORDS     PIC 9(09) COMP.
001220         10  SL-SCH-MAX-SECS    PIC 9(06) COMP.
001230         10  SL-SCH-LAST-SECS   PIC 9(06) COMP.
001240         10  SL-SCH-OLD-RUNS    PIC 9(05) COMP.
001250         10  SL-SCH-OLD-SECS    PIC 9(09) COMP.
001260         10  SL-SCH-NEW-RUNS    PIC 9(05) COMP.
001270         10  SL-SCH-NEW-SECS    PIC 9(09) COMP.
001280         10  SL-SCH-LATE        PIC 9(05) COMP.
001290         10  SL-SCH-MISSED      PIC 9(05) COMP.
001300*
001310 77  SL-X                       PIC 9(04) COMP VALUE 0.
001320 77  SL-FOUND-SUB               PIC 9(04) COMP VALUE 0.
001330 77  SL-AUD-READ                PIC 9(07) COMP VALUE 0.
001340 77  SL-AUD-WINDOW              PIC 9(07) COMP VALUE 0.
001350 77  SL-AUD-UNTIMED             PIC 9(07) COMP VALUE 0.
001360 77  SL-AUD-UNSCHEDULED         PIC 9(07) COMP VALUE 0.
001370 77  SL-LATE-COUNT              PIC 9(05) COMP VALUE 0.
001380 77  SL-MISSED-COUNT            PIC 9(05) COMP VALUE 0.
001390 77  SL-TODAY-COUNT             PIC 9(05) COMP VALUE 0.
001400 77  SL-TOTAL-ELAPSED           PIC 9(11) COMP VALUE 0.
001410*
001420******************************************************************
001430*    TIME WORK AREAS.  AUDIT TIMES ARE HHMMSS; SCHEDULE CUTOFFS  *
001440*    AND DEADLINES ARE HHMM AND ARE COMPARED AT HHMM00.          *
001450******************************************************************
001460 01  SL-LIMIT-TIME              PIC 9(06) VALUE 0.
001470 01  SL-LATE-SWITCH             PIC X(01) VALUE "N".
001480     88  SL-RUN-LATE                        VALUE "Y".
001490 01  SL-TIME-WORK               PIC 9(06) VALUE 0.
001500 01  SL-TIME-WORK-R REDEFINES SL-TIME-WORK.
001510     05  SL-TIME-HH             PIC 9(02).
001520     05  SL-TIME-MI             PIC 9(02).
001530     05  SL-TIME-SS             PIC 9(02).
001540 01  SL-HHMM-WORK               PIC 9(04) VALUE 0.
001550 01  SL-HHMM-WORK-R REDEFINES SL-HHMM-WORK.
001560     05  SL-HHMM-HH             PIC 9(02).
001570     05  SL-HHMM-MI             PIC 9(02).
001580 01  SL-ED-TIME                 PIC X(08) VALUE SPACES.
001590 01  SL-ED-HHMM                 PIC X(05) VALUE SPACES.
001600*
001610******************************************************************
001620*    DAY-NUMBER ARITHMETIC - THE SAME COARSE MONOTONIC FIGURE    *
001630*    AUDSUMM USES FOR ITS ARCHIVE AGE.  A RUN'S AGE IS TODAY'S   *
001640*    DAY NUMBER LESS THAT OF ITS START DATE.                     *
001650******************************************************************
001660 01  SL-MONTH-OFFSETS           PIC X(36)
001670    VALUE "000031059090120151181212243273304334".
001680 01  SL-MONTH-OFFSETS-R REDEFINES SL-MONTH-OFFSETS.
001690     05  SL-MONTH-OFFSET        PIC 9(03) OCCURS 12 TIMES.
001700*
001710 01  SL-WORK-DATE               PIC 9(08) VALUE 0.
001720 01  SL-WORK-DATE-R REDEFINES SL-WORK-DATE.
001730     05  SL-WORK-YYYY           PIC 9(04).
001740     05  SL-WORK-MM             PIC 9(02).
001750     05  SL-WORK-DD             PIC 9(02).
001760 01  SL-WORK-DAYS               PIC 9(08) COMP VALUE 0.
001770 01  SL-TODAY-DAYS              PIC 9(08) COMP VALUE 0.
001780 01  SL-AGE-DAYS                PIC S9(08) COMP VALUE 0.
001790 01  SL-HALF-DAYS               PIC 9(02) VALUE 0.
001800*
001810 01  SL-RUN-DATE                PIC 9(06).
001820 01  SL-RUN-DATE-R REDEFINES SL-RUN-DATE.
001830     05  SL-RUN-YY              PIC 9(02).
001840     05  SL-RUN-MM              PIC 9(02).
001850     05  SL-RUN-DD              PIC 9(02).
001860 01  SL-RUN-DATE-DISPLAY        PIC X(08).
001870*
001880******************************************************************
001890*    PARM - FOUR DIGITS NNPP.  NN IS THE WINDOW IN DAYS, TODAY   *
001900*    INCLUDED; PP IS THE PERCENTAGE RISE IN AVERAGE ELAPSED TIME *
001910*    FROM THE OLDER TO THE RECENT HALF THAT FLAGS A SOURCE AS    *
001920*    RISING.  DEFAULTS TO FOURTEEN DAYS AND TEN PERCENT.         *
001930******************************************************************
001940 01  SL-PARM-DIGITS             PIC X(04) VALUE "1410".
001950 01  SL-PARM-DIGITS-R REDEFINES SL-PARM-DIGITS.
001960     05  SL-WINDOW-DAYS         PIC 9(02).
001970     05  SL-RISE-THRESHOLD      PIC 9(02).
001980*
001990******************************************************************
002000*    TREND FIGURES FOR ONE SOURCE                                *
002010******************************************************************
002020 01  SL-AVG-SECS                PIC 9(06) VALUE 0.
002030 01  SL-OLD-AVG                 PIC 9(06) VALUE 0.
002040 01  SL-NEW-AVG                 PIC 9(06) VALUE 0.
002050 01  SL-CHANGE-PCT              PIC S9(05)V9(01) VALUE 0.
002060 01  SL-SHARE-PCT               PIC 9(03)V9(01) VALUE 0.
002070 01  SL-RATE                    PIC 9(06)V9(02) VALUE 0.
002080 01  SL-TREND-TEXT              PIC X(06) VALUE SPACES.
002090 01  SL-PR-CHANGE               PIC X(07) VALUE SPACES.
002100*
002110******************************************************************
002120*    REPORT EDIT FIELDS AND HEADINGS                             *
002130******************************************************************
002140 01  SL-ED-COUNT                PIC ZZZZZZ9.
002150 01  SL-ED-RUN                  PIC 9(06).
002160 01  SL-ED-RUNS                 PIC ZZZZ9.
002170 01  SL-ED-SECS                 PIC ZZZZZ9.
002180 01  SL-ED-OLD                  PIC ZZZZZ9.
002190 01  SL-ED-NEW                  PIC ZZZZZ9.
002200 01  SL-ED-MAX                  PIC ZZZZZ9.
002210 01  SL-ED-LAST                 PIC ZZZZZ9.
002220 01  SL-ED-CHANGE               PIC -ZZZ9.9.
002230 01  SL-ED-SHARE                PIC ZZ9.9.
002240 01  SL-ED-RATE                 PIC ZZZZZ9.99.
002250 01  SL-HEADING-1               PIC X(50)
002260    VALUE "SLARPT - BATCH-WINDOW SLA REPORT".
002270 01  SL-HEADING-2               PIC X(50)
002280    VALUE "LATE ARRIVALS AND MISSED DEADLINES".
002290 01  SL-HEADING-3A              PIC X(48)
002300    VALUE "SOURCE     RUNS AVG-SEC OLD-AVG NEW-AVG  CHANGE%".
002310 01  SL-HEADING-3B              PIC X(48)
002320    VALUE "  MAX-SEC LAST-SEC    REC/SEC SHARE%  TREND".
002330*
002340 LINKAGE SECTION.
002350 01  LK-PARM.
002360     05  LK-PARM-LEN             PIC S9(04) COMP.
002370     05  LK-PARM-TEXT            PIC X(08).
002380*
002390 PROCEDURE DIVISION USING LK-PARM.
002400******************************************************************
002410*    0000-MAINLINE                                               *
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT
002460         UNTIL SL-END-OF-AUDIT.
002470     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002480     STOP RUN.
002490*
002500******************************************************************
002510*    1000-INITIALIZE      -  PICKS UP THE PARM, OPENS THE        *
002520*                            FILES, WORKS OUT TODAY'S DAY        *
002530*                            NUMBER, WRITES THE HEADINGS, LOADS  *
002540*                            THE SCHEDULE AND PRIMES THE AUDIT   *
002550*                            READ                                *
002560******************************************************************
002570 1000-INITIALIZE.
002580     IF LK-PARM-LEN >= 4
002590         IF LK-PARM-TEXT(1:4) NUMERIC
002600             MOVE LK-PARM-TEXT(1:4) TO SL-PARM-DIGITS
002610         END-IF
002620     END-IF.
002630     IF SL-WINDOW-DAYS = 0
002640         MOVE 14 TO SL-WINDOW-DAYS
002650     END-IF.
002660     COMPUTE SL-HALF-DAYS = SL-WINDOW-DAYS / 2.
002670     OPEN INPUT SCHFILE.
002680     IF NOT SL-SCHFILE-OK
002690         DISPLAY "SLARPT - SCHFILE OPEN FAILED, STATUS="
002700             SL-SCHFILE-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     OPEN INPUT AUDFILE.
002750     IF NOT SL-AUDFILE-OK
002760         DISPLAY "SLARPT - AUDFILE OPEN FAILED, STATUS="
002770             SL-AUDFILE-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     OPEN OUTPUT SLARPT.
002820     IF NOT SL-SLARPT-OK
002830         DISPLAY "SLARPT - SLARPT OPEN FAILED, STATUS="
002840             SL-SLARPT-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     ACCEPT SL-RUN-DATE FROM DATE.
002890     STRING SL-RUN-MM "/" SL-RUN-DD "/" SL-RUN-YY
002900         DELIMITED BY SIZE INTO SL-RUN-DATE-DISPLAY.
002910     COMPUTE SL-WORK-DATE = 20000000 + SL-RUN-DATE.
002920     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
002930     MOVE SL-WORK-DAYS TO SL-TODAY-DAYS.
002940     MOVE SPACES TO SL-REPORT-LINE.
002950     MOVE SL-HEADING-1 TO SL-REPORT-LINE.
002960     WRITE SL-REPORT-LINE.
002970     MOVE SPACES TO SL-REPORT-LINE.
002980     STRING "RUN DATE: " SL-RUN-DATE-DISPLAY
002990            "   WINDOW " SL-WINDOW-DAYS " DAYS"
003000            "   RISING OVER " SL-RISE-THRESHOLD " PCT"
003010         DELIMITED BY SIZE INTO SL-REPORT-LINE.
003020     WRITE SL-REPORT-LINE.
003030     MOVE SPACES TO SL-REPORT-LINE.
003040     WRITE SL-REPORT-LINE.
003050     MOVE SPACES TO SL-REPORT-LINE.
003060     MOVE SL-HEADING-2 TO SL-REPORT-LINE.
003070     WRITE SL-REPORT-LINE.
003080     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
003090     PERFORM 1300-READ-AUDIT THRU 1300-EXIT.
003100 1000-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140*    1100-LOAD-SCHEDULE   -  READS THE WHOLE SCHEDULE INTO THE   *
003150*                            TABLE                               *
003160******************************************************************
003170 1100-LOAD-SCHEDULE.
003180     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
003190     PERFORM 1120-STORE-SCHEDULE THRU 1120-EXIT
003200         UNTIL SL-END-OF-SCHEDULE.
003210 1100-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250*    1110-READ-SCHEDULE   -  READS ONE SCHEDULE CARD             *
003260******************************************************************
003270 1110-READ-SCHEDULE.
003280     READ SCHFILE.
003290     IF SL-SCHFILE-EOF
003300         SET SL-END-OF-SCHEDULE TO TRUE
003310     END-IF.
003320 1110-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360*    1120-STORE-SCHEDULE  -  STORES ONE SCHEDULE CARD.  A BLANK  *
003370*                            OR NON-NUMERIC CUTOFF OR DEADLINE   *
003380*                            IS STORED AS ZERO - NOT CHECKED.    *
003390*                            A FULL TABLE ABENDS THE STEP, AS IN *
003400*                            FEEDCHK.                            *
003410******************************************************************
003420 1120-STORE-SCHEDULE.
003430     IF FS-SOURCE-SYSTEM = SPACES
003440         GO TO 1120-NEXT
003450     END-IF.
003460     IF SL-SCH-COUNT >= SL-SCH-MAX
003470         DISPLAY "SLARPT - SCHEDULE TABLE FULL AT " SL-SCH-MAX
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     ADD 1 TO SL-SCH-COUNT.
003520     MOVE FS-SOURCE-SYSTEM TO SL-SCH-SOURCE(SL-SCH-COUNT).
003530     MOVE FS-DESCRIPTION TO SL-SCH-DESC(SL-SCH-COUNT).
003540     MOVE 0 TO SL-SCH-CUTOFF(SL-SCH-COUNT).
003550     IF FS-ARRIVAL-CUTOFF NUMERIC
003560         MOVE FS-ARRIVAL-CUTOFF TO SL-SCH-CUTOFF(SL-SCH-COUNT)
003570     END-IF.
003580     MOVE 0 TO SL-SCH-DEADLINE(SL-SCH-COUNT).
003590     IF FS-DEADLINE NUMERIC
003600         MOVE FS-DEADLINE TO SL-SCH-DEADLINE(SL-SCH-COUNT)
003610     END-IF.
003620     MOVE 0 TO SL-SCH-RUNS(SL-SCH-COUNT).
003630     MOVE 0 TO SL-SCH-ELAPSED(SL-SCH-COUNT).
003640     MOVE 0 TO SL-SCH-RECORDS(SL-SCH-COUNT).
003650     MOVE 0 TO SL-SCH-MAX-SECS(SL-SCH-COUNT).
003660     MOVE 0 TO SL-SCH-LAST-SECS(SL-SCH-COUNT).
003670     MOVE 0 TO SL-SCH-OLD-RUNS(SL-SCH-COUNT).
003680     MOVE 0 TO SL-SCH-OLD-SECS(SL-SCH-COUNT).
003690     MOVE 0 TO SL-SCH-NEW-RUNS(SL-SCH-COUNT).
003700     MOVE 0 TO SL-SCH-NEW-SECS(SL-SCH-COUNT).
003710     MOVE 0 TO SL-SCH-LATE(SL-SCH-COUNT).
003720     MOVE 0 TO SL-SCH-MISSED(SL-SCH-COUNT).
003730 1120-NEXT.
003740     PERFORM 1110-READ-SCHEDULE THRU 1110-EXIT.
003750 1120-EXIT.
003760     EXIT.
003770*
003780******************************************************************
003790*    1300-READ-AUDIT      -  READS ONE AUDIT LINE                *
003800******************************************************************
003810 1300-READ-AUDIT.
003820     READ AUDFILE.
003830     IF SL-AUDFILE-EOF
003840         SET SL-END-OF-AUDIT TO TRUE
003850     ELSE
003860         ADD 1 TO SL-AUD-READ
003870     END-IF.
003880 1300-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920*    2000-SCAN-AUDIT      -  TAKES ONE AUDIT LINE.  BACKOUT      *
003925*                            LINES, REFUSED DUPLICATE FILES,     *
003930*                            LINES WITHOUT RUN TIMING AND        *
003940*                            RUNS STARTED BEFORE THE WINDOW ARE  *
003950*                            PASSED OVER; A RUN FROM A SOURCE    *
003960*                            NOT ON THE SCHEDULE IS ONLY         *
003970*                            COUNTED.  THE REST ARE CHECKED      *
003980*                            AGAINST THE CUTOFF AND DEADLINE AND *
003990*                            ADDED TO THE SOURCE'S TREND.        *
004000******************************************************************
004010 2000-SCAN-AUDIT.
004020     IF AD-BACKOUT-LINE OR AD-DUPLICATE-FILE
004030         GO TO 2000-NEXT
004040     END-IF.
004050     IF AD-START-DATE NOT NUMERIC OR AD-START-TIME NOT NUMERIC
004060         OR AD-END-DATE NOT NUMERIC OR AD-END-TIME NOT NUMERIC
004070         OR AD-ELAPSED-SECONDS NOT NUMERIC
004080         ADD 1 TO SL-AUD-UNTIMED
004090         GO TO 2000-NEXT
004100     END-IF.
004110     MOVE AD-START-DATE TO SL-WORK-DATE.
004120     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004130     IF SL-WORK-DAYS = 0
004140         ADD 1 TO SL-AUD-UNTIMED
004150         GO TO 2000-NEXT
004160     END-IF.
004170     COMPUTE SL-AGE-DAYS = SL-TODAY-DAYS - SL-WORK-DAYS.
004180     IF SL-AGE-DAYS < 0 OR SL-AGE-DAYS >= SL-WINDOW-DAYS
004190         GO TO 2000-NEXT
004200     END-IF.
004210     ADD 1 TO SL-AUD-WINDOW.
004220     MOVE 0 TO SL-FOUND-SUB.
004230     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT
004240         VARYING SL-X FROM 1 BY 1
004250         UNTIL SL-X > SL-SCH-COUNT OR SL-FOUND-SUB > 0.
004260     IF SL-FOUND-SUB = 0
004270         ADD 1 TO SL-AUD-UNSCHEDULED
004280         GO TO 2000-NEXT
004290     END-IF.
004300     PERFORM 2200-CHECK-ARRIVAL THRU 2200-EXIT.
004310     PERFORM 2300-CHECK-DEADLINE THRU 2300-EXIT.
004320     PERFORM 2400-ADD-TREND THRU 2400-EXIT.
004330 2000-NEXT.
004340     PERFORM 1300-READ-AUDIT THRU 1300-EXIT.
004350 2000-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    2100-FIND-SOURCE     -  FINDS THE AUDIT LINE'S SOURCE IN    *
004400*                            THE SCHEDULE TABLE                  *
004410******************************************************************
004420 2100-FIND-SOURCE.
004430     IF SL-SCH-SOURCE(SL-X) = AD-SOURCE-SYSTEM
004440         MOVE SL-X TO SL-FOUND-SUB
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*    2200-CHECK-ARRIVAL   -  A RUN THAT STARTED AFTER ITS        *
004510*                            SOURCE'S ARRIVAL CUTOFF IS A LATE   *
004520*                            ARRIVAL.  A RESTART IS NOT - IT     *
004530*                            STARTS LATE BECAUSE AN EARLIER      *
004540*                            EXECUTION OF THE SAME FEED FAILED,  *
004550*                            AND THAT EXECUTION HAS ITS OWN LINE.*
004560******************************************************************
004570 2200-CHECK-ARRIVAL.
004580     IF AD-RESTARTED
004590         GO TO 2200-EXIT
004600     END-IF.
004610     IF SL-SCH-CUTOFF(SL-FOUND-SUB) = 0
004620         GO TO 2200-EXIT
004630     END-IF.
004640     COMPUTE SL-LIMIT-TIME = SL-SCH-CUTOFF(SL-FOUND-SUB) * 100.
004650     IF AD-START-TIME NOT > SL-LIMIT-TIME
004660         GO TO 2200-EXIT
004670     END-IF.
004680     ADD 1 TO SL-LATE-COUNT.
004690     ADD 1 TO SL-SCH-LATE(SL-FOUND-SUB).
004700     IF SL-AGE-DAYS = 0
004710         ADD 1 TO SL-TODAY-COUNT
004720     END-IF.
004730     MOVE AD-START-TIME TO SL-TIME-WORK.
004740     PERFORM 8100-EDIT-TIME THRU 8100-EXIT.
004750     MOVE SL-SCH-CUTOFF(SL-FOUND-SUB) TO SL-HHMM-WORK.
004760     PERFORM 8200-EDIT-HHMM THRU 8200-EXIT.
004770     MOVE AD-RUN-NUMBER TO SL-ED-RUN.
004780     MOVE SPACES TO SL-REPORT-LINE.
004790     STRING "LATE ARRIVAL     " AD-START-DATE "  "
004800            AD-SOURCE-SYSTEM "  RUN " SL-ED-RUN
004810            "  STARTED " SL-ED-TIME
004820            "  CUTOFF " SL-ED-HHMM
004830         DELIMITED BY SIZE INTO SL-REPORT-LINE.
004840     WRITE SL-REPORT-LINE.
004850 2200-EXIT.
004860     EXIT.
004870*
004880******************************************************************
004890*    2300-CHECK-DEADLINE  -  A RUN THAT FINISHED AFTER ITS       *
004900*                            SOURCE'S PROCESSING DEADLINE, OR ON *
004910*                            A LATER DATE THAN IT STARTED,       *
004920*                            MISSED ITS DEADLINE                 *
004930******************************************************************
004940 2300-CHECK-DEADLINE.
004950     IF SL-SCH-DEADLINE(SL-FOUND-SUB) = 0
004960         GO TO 2300-EXIT
004970     END-IF.
004980     MOVE "N" TO SL-LATE-SWITCH.
004990     COMPUTE SL-LIMIT-TIME = SL-SCH-DEADLINE(SL-FOUND-SUB) * 100.
005000     IF AD-END-DATE > AD-START-DATE
005010         SET SL-RUN-LATE TO TRUE
005020     END-IF.
005030     IF AD-END-TIME > SL-LIMIT-TIME
005040         SET SL-RUN-LATE TO TRUE
005050     END-IF.
005060     IF NOT SL-RUN-LATE
005070         GO TO 2300-EXIT
005080     END-IF.
005090     ADD 1 TO SL-MISSED-COUNT.
005100     ADD 1 TO SL-SCH-MISSED(SL-FOUND-SUB).
005110     IF SL-AGE-DAYS = 0
005120         ADD 1 TO SL-TODAY-COUNT
005130     END-IF.
005140     MOVE AD-END-TIME TO SL-TIME-WORK.
005150     PERFORM 8100-EDIT-TIME THRU 8100-EXIT.
005160     MOVE SL-SCH-DEADLINE(SL-FOUND-SUB) TO SL-HHMM-WORK.
005170     PERFORM 8200-EDIT-HHMM THRU 8200-EXIT.
005180     MOVE AD-RUN-NUMBER TO SL-ED-RUN.
005190     MOVE SPACES TO SL-REPORT-LINE.
005200     STRING "MISSED DEADLINE  " AD-START-DATE "  "
005210            AD-SOURCE-SYSTEM "  RUN " SL-ED-RUN
005220            "  FINISHED " AD-END-DATE " " SL-ED-TIME
005230            "  DEADLINE " SL-ED-HHMM
005240         DELIMITED BY SIZE INTO SL-REPORT-LINE.
005250     WRITE SL-REPORT-LINE.
005260 2300-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300*    2400-ADD-TREND       -  ADDS THE RUN'S ELAPSED TIME AND     *
005310*                            RECORDS INTO ITS SOURCE'S TREND,    *
005320*                            IN THE OLDER OR THE RECENT HALF OF  *
005330*                            THE WINDOW BY THE RUN'S AGE         *
005340******************************************************************
005350 2400-ADD-TREND.
005360     ADD 1 TO SL-SCH-RUNS(SL-FOUND-SUB).
005370     ADD AD-ELAPSED-SECONDS TO SL-SCH-ELAPSED(SL-FOUND-SUB).
005380     ADD AD-ELAPSED-SECONDS TO SL-TOTAL-ELAPSED.
005390     IF AD-RECORDS-READ NUMERIC
005400         ADD AD-RECORDS-READ TO SL-SCH-RECORDS(SL-FOUND-SUB)
005410     END-IF.
005420     IF AD-ELAPSED-SECONDS > SL-SCH-MAX-SECS(SL-FOUND-SUB)
005430         MOVE AD-ELAPSED-SECONDS TO SL-SCH-MAX-SECS(SL-FOUND-SUB)
005440     END-IF.
005450     MOVE AD-ELAPSED-SECONDS TO SL-SCH-LAST-SECS(SL-FOUND-SUB).
005460     IF SL-AGE-DAYS >= SL-HALF-DAYS
005470         ADD 1 TO SL-SCH-OLD-RUNS(SL-FOUND-SUB)
005480         ADD AD-ELAPSED-SECONDS TO SL-SCH-OLD-SECS(SL-FOUND-SUB)
005490     ELSE
005500         ADD 1 TO SL-SCH-NEW-RUNS(SL-FOUND-SUB)
005510         ADD AD-ELAPSED-SECONDS TO SL-SCH-NEW-SECS(SL-FOUND-SUB)
005520     END-IF.
005530 2400-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    3000-FINALIZE        -  CLOSES THE EXCEPTION LIST, PRINTS   *
005580*                            THE TREND SECTION AND THE TOTALS,   *
005590*                            CLOSES THE FILES AND SETS RETURN    *
005600*                            CODE 4 WHEN A RUN STARTED TODAY     *
005610*                            ARRIVED LATE OR MISSED ITS DEADLINE *
005620******************************************************************
005630 3000-FINALIZE.
005640     IF SL-LATE-COUNT = 0 AND SL-MISSED-COUNT = 0
005650         MOVE SPACES TO SL-REPORT-LINE
005660         MOVE "NO LATE ARRIVALS OR MISSED DEADLINES"
005670             TO SL-REPORT-LINE
005680         WRITE SL-REPORT-LINE
005690     END-IF.
005700     MOVE SPACES TO SL-REPORT-LINE.
005710     WRITE SL-REPORT-LINE.
005720     MOVE SPACES TO SL-REPORT-LINE.
005730     MOVE "ELAPSED-TIME TREND BY SOURCE" TO SL-REPORT-LINE.
005740     WRITE SL-REPORT-LINE.
005750     MOVE SPACES TO SL-REPORT-LINE.
005760     STRING SL-HEADING-3A SL-HEADING-3B
005770         DELIMITED BY SIZE INTO SL-REPORT-LINE.
005780     WRITE SL-REPORT-LINE.
005790     PERFORM 3100-WRITE-TREND THRU 3100-EXIT
005800         VARYING SL-X FROM 1 BY 1
005810         UNTIL SL-X > SL-SCH-COUNT.
005820     MOVE SPACES TO SL-REPORT-LINE.
005830     WRITE SL-REPORT-LINE.
005840     MOVE SL-AUD-WINDOW TO SL-ED-COUNT.
005850     MOVE SPACES TO SL-REPORT-LINE.
005860     STRING "RUNS IN WINDOW:     " SL-ED-COUNT
005870         DELIMITED BY SIZE INTO SL-REPORT-LINE.
005880     WRITE SL-REPORT-LINE.
005890     MOVE SL-LATE-COUNT TO SL-ED-COUNT.
005900     MOVE SPACES TO SL-REPORT-LINE.
005910     STRING "LATE ARRIVALS:      " SL-ED-COUNT
005920         DELIMITED BY SIZE INTO SL-REPORT-LINE.
005930     WRITE SL-REPORT-LINE.
005940     MOVE SL-MISSED-COUNT TO SL-ED-COUNT.
005950     MOVE SPACES TO SL-REPORT-LINE.
005960     STRING "MISSED DEADLINES:   " SL-ED-COUNT
005970         DELIMITED BY SIZE INTO SL-REPORT-LINE.
005980     WRITE SL-REPORT-LINE.
005990     MOVE SL-AUD-UNSCHEDULED TO SL-ED-COUNT.
006000     MOVE SPACES TO SL-REPORT-LINE.
006010     STRING "UNSCHEDULED RUNS:   " SL-ED-COUNT
006020         DELIMITED BY SIZE INTO SL-REPORT-LINE.
006030     WRITE SL-REPORT-LINE.
006040     MOVE SL-AUD-UNTIMED TO SL-ED-COUNT.
006050     MOVE SPACES TO SL-REPORT-LINE.
006060     STRING "UNTIMED LINES:      " SL-ED-COUNT
006070         DELIMITED BY SIZE INTO SL-REPORT-LINE.
006080     WRITE SL-REPORT-LINE.
006090     CLOSE SCHFILE.
006100     CLOSE AUDFILE.
006110     CLOSE SLARPT.
006120     IF SL-TODAY-COUNT > 0
006130         DISPLAY "SLARPT - LATE ARRIVALS OR MISSED DEADLINES"
006140             " TODAY"
006150         MOVE 4 TO RETURN-CODE
006160     END-IF.
006170 3000-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210*    3100-WRITE-TREND     -  PRINTS ONE SOURCE'S TREND LINE -    *
006220*                            RUNS, AVERAGE ELAPSED SECONDS OVER  *
006230*                            THE WINDOW AND OVER EACH HALF, THE  *
006240*                            PERCENTAGE CHANGE FROM THE OLDER TO *
006250*                            THE RECENT HALF, LONGEST AND LAST   *
006260*                            RUN, RECORDS PER SECOND AND SHARE   *
006270*                            OF ALL ELAPSED TIME.  RISING WHEN   *
006280*                            THE CHANGE TOPS THE PARM THRESHOLD. *
006290******************************************************************
006300 3100-WRITE-TREND.
006310     MOVE SL-SCH-RUNS(SL-X) TO SL-ED-RUNS.
006320     IF SL-SCH-RUNS(SL-X) = 0
006330         MOVE SPACES TO SL-REPORT-LINE
006340         STRING SL-SCH-SOURCE(SL-X) "  " SL-ED-RUNS
006350                "  NO TIMED RUNS IN WINDOW"
006360             DELIMITED BY SIZE INTO SL-REPORT-LINE
006370         WRITE SL-REPORT-LINE
006380         GO TO 3100-EXIT
006390     END-IF.
006400     COMPUTE SL-AVG-SECS ROUNDED =
006410         SL-SCH-ELAPSED(SL-X) / SL-SCH-RUNS(SL-X).
006420     MOVE 0 TO SL-OLD-AVG.
006430     IF SL-SCH-OLD-RUNS(SL-X) > 0
006440         COMPUTE SL-OLD-AVG ROUNDED =
006450             SL-SCH-OLD-SECS(SL-X) / SL-SCH-OLD-RUNS(SL-X)
006460     END-IF.
006470     MOVE 0 TO SL-NEW-AVG.
006480     IF SL-SCH-NEW-RUNS(SL-X) > 0
006490         COMPUTE SL-NEW-AVG ROUNDED =
006500             SL-SCH-NEW-SECS(SL-X) / SL-SCH-NEW-RUNS(SL-X)
006510     END-IF.
006520     MOVE "    N/A" TO SL-PR-CHANGE.
006530     MOVE SPACES TO SL-TREND-TEXT.
006540     IF SL-SCH-OLD-RUNS(SL-X) > 0 AND SL-SCH-NEW-RUNS(SL-X) > 0
006550         AND SL-OLD-AVG > 0
006560         COMPUTE SL-CHANGE-PCT ROUNDED =
006570             ((SL-NEW-AVG - SL-OLD-AVG) * 100) / SL-OLD-AVG
006580         MOVE SL-CHANGE-PCT TO SL-ED-CHANGE
006590         MOVE SL-ED-CHANGE TO SL-PR-CHANGE
006600         IF SL-CHANGE-PCT > SL-RISE-THRESHOLD
006610             MOVE "RISING" TO SL-TREND-TEXT
006620         END-IF
006630     END-IF.
006640     MOVE 0 TO SL-RATE.
006650     IF SL-SCH-ELAPSED(SL-X) > 0
006660         COMPUTE SL-RATE ROUNDED =
006670             SL-SCH-RECORDS(SL-X) / SL-SCH-ELAPSED(SL-X)
006680     END-IF.
006690     MOVE 0 TO SL-SHARE-PCT.
006700     IF SL-TOTAL-ELAPSED > 0
006710         COMPUTE SL-SHARE-PCT ROUNDED =
006720             (SL-SCH-ELAPSED(SL-X) * 100) / SL-TOTAL-ELAPSED
006730     END-IF.
006740     MOVE SL-AVG-SECS TO SL-ED-SECS.
006750     MOVE SL-OLD-AVG TO SL-ED-OLD.
006760     MOVE SL-NEW-AVG TO SL-ED-NEW.
006770     MOVE SL-SCH-MAX-SECS(SL-X) TO SL-ED-MAX.
006780     MOVE SL-SCH-LAST-SECS(SL-X) TO SL-ED-LAST.
006790     MOVE SL-RATE TO SL-ED-RATE.
006800     MOVE SL-SHARE-PCT TO SL-ED-SHARE.
006810     MOVE SPACES TO SL-REPORT-LINE.
006820     STRING SL-SCH-SOURCE(SL-X) "  " SL-ED-RUNS
006830            "  " SL-ED-SECS "  " SL-ED-OLD "  " SL-ED-NEW
006840            "  " SL-PR-CHANGE
006850            "   " SL-ED-MAX "   " SL-ED-LAST
006860            "  " SL-ED-RATE "  " SL-ED-SHARE
006870            "  " SL-TREND-TEXT
006880         DELIMITED BY SIZE INTO SL-REPORT-LINE.
006890     WRITE SL-REPORT-LINE.
006900 3100-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940*    8000-DATE-TO-DAYS    -  TURNS A CCYYMMDD DATE INTO THE      *
006950*                            COARSE MONOTONIC DAY NUMBER.  A     *
006960*                            ZERO OR MALFORMED DATE COMES BACK   *
006970*                            AS DAY ZERO.                        *
006980******************************************************************
006990 8000-DATE-TO-DAYS.
007000     IF SL-WORK-MM < 1 OR SL-WORK-MM > 12
007010         MOVE 0 TO SL-WORK-DAYS
007020         GO TO 8000-EXIT
007030     END-IF.
007040     COMPUTE SL-WORK-DAYS =
007050         (SL-WORK-YYYY * 365)
007060         + (SL-WORK-YYYY / 4)
007070         + SL-MONTH-OFFSET(SL-WORK-MM)
007080         + SL-WORK-DD.
007090 8000-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    8100-EDIT-TIME       -  EDITS SL-TIME-WORK (HHMMSS) AS      *
007140*                            HH:MM:SS                            *
007150******************************************************************
007160 8100-EDIT-TIME.
007170     MOVE SPACES TO SL-ED-TIME.
007180     STRING SL-TIME-HH ":" SL-TIME-MI ":" SL-TIME-SS
007190         DELIMITED BY SIZE INTO SL-ED-TIME.
007200 8100-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240*    8200-EDIT-HHMM       -  EDITS SL-HHMM-WORK (HHMM) AS HH:MM  *
007250******************************************************************
007260 8200-EDIT-HHMM.
007270     MOVE SPACES TO SL-ED-HHMM.
007280     STRING SL-HHMM-HH ":" SL-HHMM-MI
007290         DELIMITED BY SIZE INTO SL-ED-HHMM.
007300 8200-EXIT.
007310     EXIT.
