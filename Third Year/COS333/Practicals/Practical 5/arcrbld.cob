000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    ARCRBLD                                         *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       REBUILDS A GROUP'S STATISTICS FOR A PAST DAY    *
000190*                FROM THE READING ARCHIVE (RARECCPY) WRITTEN BY  *
000200*                S20734621, ON REQUEST FROM DATA CONTROL.  EACH  *
000210*                REQUEST CARD (RBRECCPY) NAMES A GROUP AND THE   *
000220*                RUN DATE OF ITS HISTORY RECORD (HSRECCPY).  THE *
000230*                RUN THAT LAST WROTE THE RECORD IS LOOKED UP ON  *
000240*                THE ARCHIVE FOR THE BASE RUN ITS READINGS       *
000250*                BELONG TO, AND EVERY ARCHIVED READING OF THE    *
000260*                GROUP CARRYING THAT BASE RUN - THE ORIGINAL     *
000270*                RUN'S AND ANY MERGE CORRECTION'S - IS SORTED    *
000280*                AGAIN FOR THE COUNT, MEAN, STDDEV, MIN, MAX,    *
000290*                MEDIAN AND P10/P90/P95.  READINGS OF A RUN      *
000300*                SINCE BACKED OUT (RUN CONTROL ENTRY REVERSED)   *
000310*                ARE LEFT OUT, AND A READING ARCHIVED BOTH BY A  *
000320*                RUN THAT ABENDED AND BY ITS RESTART IS TAKEN    *
000330*                ONCE.  THE REBUILT FIGURES PRINT BESIDE THE     *
000340*                STORED ONES; A REBUILD CARD ALSO REWRITES THE   *
000350*                HISTORY RECORD, KEEPING ITS RUN NUMBER SO A     *
000360*                LATER BACKOUT STILL FINDS IT, BUT ONLY WHEN THE *
000370*                REBUILT COUNT AGREES WITH THE STORED ONE - A    *
000371*                FORCE CARD REWRITES IT REGARDLESS.  THE PARM IS *
000372*                THE VARIANCE MODE THE DAY WAS RUN WITH - P OR   *
000373*                S, DEFAULT P.  RETURN CODE 8 WHEN A CARD WAS    *
000374*                REFUSED, A REBUILD CARD WHOSE COUNTS DISAGREE   *
000375*                INCLUDED; 4 WHEN A REBUILT COUNT DISAGREES WITH *
000376*                THE STORED ONE.                                 *
000390*                                                                 *
000400*-----------------------------------------------------------------*
000410* MODIFICATION HISTORY                                           *
000420*-----------------------------------------------------------------*
000430* DATE       INIT DESCRIPTION                                    *
000440* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000441* 15/10/2026 MVM  THE REBUILD NOW ALSO SUMS THE RAW READING      *
000442*                VALUES (RA-RAW-VALUE, OR THE CALIBRATED VALUE   *
000443*                ON AN ARCHIVE RECORD CUT BEFORE CALIBRATION)    *
000444*                AND A REBUILD CARD REWRITES HS-RAW-MEAN WITH    *
000445*                THE OTHER FIGURES.                              *
000446* 15/10/2026 MVM  A READING ARCHIVED BOTH BY A FAILED RUN AND BY *
000447*                ITS RESTART IS NOW TAKEN ONCE - THE ARCHIVE IS  *
000448*                SORTED TWICE, ONCE TO COUNT AND ONCE FOR THE    *
000449*                ORDINALS, ON VALUE, CAPTURE TIME AND RUN.  A    *
00044A*                REBUILD CARD WHOSE COUNT DISAGREES WITH THE     *
00044B*                STORED ONE IS REFUSED; NEW FORCE CARD REWRITES  *
00044C*                THE RECORD REGARDLESS.                          *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     ARCRBLD.
000480 AUTHOR.         M. VAN DER MERWE.
000490 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000500 DATE-WRITTEN.   15/10/2026.
000510 DATE-COMPILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ARCCARD ASSIGN TO "ARCCARD"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS AB-ARCCARD-STATUS.
000640     SELECT ARCHIN ASSIGN TO "ARCHIN"
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS AB-ARCHIN-STATUS.
000680     SELECT HISTFILE ASSIGN TO "HISTFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS HS-HISTORY-KEY
000720         FILE STATUS IS AB-HISTFILE-STATUS.
000730     SELECT RUNFILE ASSIGN TO "RUNFILE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RC-RUN-NUMBER
000770         FILE STATUS IS AB-RUNFILE-STATUS.
000780     SELECT ARCRPT ASSIGN TO "ARCRPT"
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS AB-ARCRPT-STATUS.
000820     SELECT SRTFILE ASSIGN TO "SRTFILE".
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ARCCARD
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY RBRECCPY.
000900*
000910 FD  ARCHIN
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY RARECCPY.
000950*
000960 FD  HISTFILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY HSRECCPY.
000990*
001000 FD  RUNFILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY RCRECCPY.
001030*
001040 FD  ARCRPT
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  AB-REPORT-LINE              PIC X(132).
001080*
001090 SD  SRTFILE.
001100 01  AB-SORT-RECORD.
001101     05  AB-SR-KEY.
001110         10  AB-SR-VALUE         PIC S9(04)V9(05).
001111         10  AB-SR-READING-DATE  PIC 9(08).
001112         10  AB-SR-READING-TIME  PIC 9(06).
001113         10  AB-SR-RUN-NUMBER    PIC 9(06).
001114     05  AB-SR-RAW-VALUE         PIC S9(04)V9(05).
001120*
001130 WORKING-STORAGE SECTION.
001140******************************************************************
001150*    FILE STATUS SWITCHES                                        *
001160******************************************************************
001170 01  AB-ARCCARD-STATUS          PIC X(02) VALUE "00".
001180     88  AB-ARCCARD-OK                      VALUE "00".
001190     88  AB-ARCCARD-EOF                     VALUE "10".
001200*
001210 01  AB-ARCHIN-STATUS           PIC X(02) VALUE "00".
001220     88  AB-ARCHIN-OK                       VALUE "00".
001230     88  AB-ARCHIN-EOF                      VALUE "10".
001240*
001250 01  AB-HISTFILE-STATUS         PIC X(02) VALUE "00".
001260     88  AB-HISTFILE-OK                     VALUE "00".
001270     88  AB-HISTFILE-NOTFND                 VALUE "23".
001280*
001290 01  AB-RUNFILE-STATUS          PIC X(02) VALUE "00".
001300     88  AB-RUNFILE-OK                      VALUE "00".
001310*
001320 01  AB-ARCRPT-STATUS           PIC X(02) VALUE "00".
001330     88  AB-ARCRPT-OK                       VALUE "00".
001340*
001350 01  AB-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
001360     88  AB-END-OF-CARDS                    VALUE "Y".
001370 01  AB-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
001380     88  AB-ARCH-DONE                       VALUE "Y".
001390 01  AB-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
001400     88  AB-SORT-DONE                       VALUE "Y".
001410 01  AB-BASE-FOUND-SWITCH       PIC X(01) VALUE "N".
001420     88  AB-BASE-FOUND                      VALUE "Y".
001430 01  AB-FIRST-VALUE-SWITCH      PIC X(01) VALUE "Y".
001440     88  AB-FIRST-VALUE                     VALUE "Y".
001441 01  AB-PASS-SWITCH             PIC X(01) VALUE "C".
001442     88  AB-COUNT-PASS                      VALUE "C".
001443     88  AB-CAPTURE-PASS                    VALUE "O".
001444*
001445*    THE LAST READING TAKEN BACK FROM THE SORT.  A RUN RESTARTED
001446*    FROM A CHECKPOINT ARCHIVES AGAIN THE READINGS ITS FAILED
001447*    ATTEMPT ARCHIVED AFTER THAT CHECKPOINT; SORTED ON VALUE,
001448*    CAPTURE TIME AND RUN THE TWO COPIES COME BACK TOGETHER.
001449 01  AB-PREV-KEY                PIC X(29) VALUE LOW-VALUES.
001450*
001460******************************************************************
001470*    THE REQUEST IN HAND - THE RUN THAT LAST WROTE THE HISTORY   *
001480*    RECORD AND THE BASE RUN ITS READINGS ARE ARCHIVED UNDER.    *
001490*    THE RUN CONTROL LOOKUP IS CACHED ON THE LAST RUN NUMBER     *
001500*    SEEN, SINCE THE ARCHIVE HOLDS EACH RUN'S READINGS TOGETHER. *
001510******************************************************************
001520 01  AB-WRITER-RUN              PIC 9(06) VALUE 0.
001530 01  AB-BASE-RUN                PIC 9(06) VALUE 0.
001540 01  AB-LAST-RUN                PIC 9(06) VALUE 0.
001550 01  AB-LAST-RUN-SWITCH         PIC X(01) VALUE "N".
001560     88  AB-LAST-RUN-REVERSED               VALUE "Y".
001570*
001580******************************************************************
001590*    REBUILT STATISTICS FOR THE GROUP AND DAY IN HAND            *
001600******************************************************************
001610 01  AB-COUNT                   PIC 9(06) VALUE 0.
001620 01  AB-SUM                     PIC S9(12)V9(05) VALUE 0.
001630 01  AB-SUMSQ                   PIC S9(15)V9(05) VALUE 0.
001640 01  AB-MEAN                    PIC S9(04)V9(05) VALUE 0.
001650 01  AB-VARIANCE                PIC S9(08)V9(05) VALUE 0.
001660 01  AB-STDDEV                  PIC S9(04)V9(05) VALUE 0.
001670 01  AB-MIN                     PIC S9(04)V9(05) VALUE 0.
001680 01  AB-MAX                     PIC S9(04)V9(05) VALUE 0.
001690 01  AB-MEDIAN                  PIC S9(04)V9(05) VALUE 0.
001691 01  AB-RAW-SUM                 PIC S9(12)V9(05) VALUE 0.
001692 01  AB-RAW-MEAN                PIC S9(04)V9(05) VALUE 0.
001700 01  AB-P10                     PIC S9(04)V9(05) VALUE 0.
001710 01  AB-P90                     PIC S9(04)V9(05) VALUE 0.
001720 01  AB-P95                     PIC S9(04)V9(05) VALUE 0.
001730 01  AB-MED-VALUE1              PIC S9(04)V9(05) VALUE 0.
001740 01  AB-MED-VALUE2              PIC S9(04)V9(05) VALUE 0.
001750 01  AB-DIVISOR                 PIC 9(06) VALUE 0.
001760*
001770 77  AB-SORT-ORDINAL            PIC 9(06) COMP VALUE 0.
001780 77  AB-MID-INDEX               PIC 9(06) COMP VALUE 0.
001790 77  AB-MID-REM                 PIC 9(06) COMP VALUE 0.
001800 77  AB-MED-INDEX1              PIC 9(06) COMP VALUE 0.
001810 77  AB-MED-INDEX2              PIC 9(06) COMP VALUE 0.
001820 77  AB-P10-INDEX               PIC 9(06) COMP VALUE 0.
001830 77  AB-P90-INDEX               PIC 9(06) COMP VALUE 0.
001840 77  AB-P95-INDEX               PIC 9(06) COMP VALUE 0.
001850 77  AB-SKIPPED-COUNT           PIC 9(06) COMP VALUE 0.
001851 77  AB-REPEAT-COUNT            PIC 9(06) COMP VALUE 0.
001860 77  AB-CARDS-READ              PIC 9(04) COMP VALUE 0.
001870 77  AB-CARDS-APPLIED           PIC 9(04) COMP VALUE 0.
001880 77  AB-CARDS-REFUSED           PIC 9(04) COMP VALUE 0.
001890 77  AB-RECORDS-REWRITTEN       PIC 9(04) COMP VALUE 0.
001900 77  AB-COUNT-MISMATCHES        PIC 9(04) COMP VALUE 0.
001910 77  AB-WORST-RC                PIC 9(02) VALUE 0.
001920*
001930******************************************************************
001940*    PARM - THE VARIANCE MODE, P (POPULATION) OR S (SAMPLE)      *
001950******************************************************************
001960 01  AB-VARIANCE-MODE           PIC X(01) VALUE "P".
001970     88  AB-SAMPLE-VARIANCE                 VALUE "S".
001980*
001990 01  AB-RUN-DATE                PIC 9(06).
002000 01  AB-RUN-DATE-R REDEFINES AB-RUN-DATE.
002010     05  AB-RUN-YY              PIC 9(02).
002020     05  AB-RUN-MM              PIC 9(02).
002030     05  AB-RUN-DD              PIC 9(02).
002040 01  AB-RUN-DATE-DISPLAY        PIC X(08).
002050*
002060******************************************************************
002070*    REPORT EDIT FIELDS AND HEADINGS.  A STORED PERCENTILE THE   *
002080*    HISTORY RECORD DOES NOT HOLD PRINTS THROUGH THE X COPY AS   *
002090*    SPACES.                                                     *
002100******************************************************************
002110 01  AB-ED-COUNT                PIC ZZZZZ9.
002120 01  AB-ED-MEAN                 PIC -ZZZ9.99999.
002130 01  AB-ED-STDDEV               PIC -ZZZ9.99999.
002140 01  AB-ED-MIN                  PIC -ZZZ9.99999.
002150 01  AB-ED-MAX                  PIC -ZZZ9.99999.
002160 01  AB-ED-MEDIAN               PIC -ZZZ9.99999.
002170 01  AB-ED-PCT                  PIC -ZZZ9.99999.
002180 01  AB-PR-P10                  PIC X(11) VALUE SPACES.
002190 01  AB-PR-P90                  PIC X(11) VALUE SPACES.
002200 01  AB-PR-P95                  PIC X(11) VALUE SPACES.
002210 01  AB-ED-TOTAL                PIC ZZZZZ9.
002220 01  AB-LINE-LABEL              PIC X(09) VALUE SPACES.
002230 01  AB-HEADING-1               PIC X(50)
002240    VALUE "ARCRBLD - STATISTICS REBUILT FROM READING ARCHIVE".
002250 01  AB-HEADING-2A              PIC X(44)
002260    VALUE "         GROUP DATE       COUNT        MEAN ".
002270 01  AB-HEADING-2B              PIC X(41)
002280    VALUE "     STDDEV         MIN         MAX      ".
002290 01  AB-HEADING-2C              PIC X(42)
002300    VALUE "MEDIAN         P10         P90         P95".
002310*
002320 LINKAGE SECTION.
002330 01  LK-PARM.
002340     05  LK-PARM-LEN             PIC S9(04) COMP.
002350     05  LK-PARM-TEXT            PIC X(08).
002360*
002370 PROCEDURE DIVISION USING LK-PARM.
002380******************************************************************
002390*    0000-MAINLINE                                               *
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002440         UNTIL AB-END-OF-CARDS.
002450     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002460     STOP RUN.
002470*
002480******************************************************************
002490*    1000-INITIALIZE      -  PICKS UP THE PARM, OPENS THE        *
002500*                            FILES, WRITES THE HEADING AND       *
002510*                            PRIMES THE CARD READ                *
002520******************************************************************
002530 1000-INITIALIZE.
002540     IF LK-PARM-LEN >= 1
002550         IF LK-PARM-TEXT(1:1) = "S" OR LK-PARM-TEXT(1:1) = "P"
002560             MOVE LK-PARM-TEXT(1:1) TO AB-VARIANCE-MODE
002570         END-IF
002580     END-IF.
002590     OPEN INPUT ARCCARD.
002600     IF NOT AB-ARCCARD-OK
002610         DISPLAY "ARCRBLD - ARCCARD OPEN FAILED, STATUS="
002620             AB-ARCCARD-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     OPEN I-O HISTFILE.
002670     IF NOT AB-HISTFILE-OK
002680         DISPLAY "ARCRBLD - HISTFILE OPEN FAILED, STATUS="
002690             AB-HISTFILE-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT RUNFILE.
002740     IF NOT AB-RUNFILE-OK
002750         DISPLAY "ARCRBLD - RUNFILE OPEN FAILED, STATUS="
002760             AB-RUNFILE-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     OPEN OUTPUT ARCRPT.
002810     IF NOT AB-ARCRPT-OK
002820         DISPLAY "ARCRBLD - ARCRPT OPEN FAILED, STATUS="
002830             AB-ARCRPT-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     ACCEPT AB-RUN-DATE FROM DATE.
002880     STRING AB-RUN-MM "/" AB-RUN-DD "/" AB-RUN-YY
002890         DELIMITED BY SIZE INTO AB-RUN-DATE-DISPLAY.
002900     MOVE SPACES TO AB-REPORT-LINE.
002910     MOVE AB-HEADING-1 TO AB-REPORT-LINE.
002920     WRITE AB-REPORT-LINE.
002930     MOVE SPACES TO AB-REPORT-LINE.
002940     STRING "RUN DATE: " AB-RUN-DATE-DISPLAY
002950            "   VARIANCE MODE " AB-VARIANCE-MODE
002960         DELIMITED BY SIZE INTO AB-REPORT-LINE.
002970     WRITE AB-REPORT-LINE.
002980     MOVE SPACES TO AB-REPORT-LINE.
002990     STRING AB-HEADING-2A AB-HEADING-2B AB-HEADING-2C
003000         DELIMITED BY SIZE INTO AB-REPORT-LINE.
003010     WRITE AB-REPORT-LINE.
003020     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050*
003060******************************************************************
003070*    1100-READ-CARD       -  READS ONE REQUEST CARD              *
003080******************************************************************
003090 1100-READ-CARD.
003100     READ ARCCARD.
003110     IF NOT AB-ARCCARD-OK
003120         SET AB-END-OF-CARDS TO TRUE
003130     END-IF.
003140 1100-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*    2000-PROCESS-CARD    -  EDITS ONE REQUEST CARD, FINDS THE   *
003190*                            HISTORY RECORD AND ITS BASE RUN,    *
003200*                            SORTS THE ARCHIVED READINGS AND     *
003210*                            PRINTS (AND ON A REBUILD CARD       *
003220*                            REWRITES) THE REBUILT FIGURES.  AN  *
003230*                            UNRECOGNISED ACTION, A BLANK GROUP, *
003240*                            A BAD DATE, NO HISTORY RECORD, NO   *
003250*                            ARCHIVED READINGS, OR A REBUILD     *
003251*                            WHOSE REBUILT COUNT DISAGREES WITH  *
003252*                            THE STORED ONE REFUSES THE CARD.    *
003260******************************************************************
003270 2000-PROCESS-CARD.
003280     IF RB-REQUEST-CARD = SPACES
003290         GO TO 2000-NEXT
003300     END-IF.
003310     ADD 1 TO AB-CARDS-READ.
003320     IF NOT RB-ACTION-REPORT AND NOT RB-ACTION-REBUILD
003321             AND NOT RB-ACTION-FORCE
003330         MOVE SPACES TO AB-REPORT-LINE
003340         STRING "REFUSED: UNRECOGNISED ACTION " RB-ACTION
003350             DELIMITED BY SIZE INTO AB-REPORT-LINE
003360         WRITE AB-REPORT-LINE
003370         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003380         GO TO 2000-NEXT
003390     END-IF.
003400     IF RB-GROUP-ID = SPACES
003410         MOVE SPACES TO AB-REPORT-LINE
003420         STRING "REFUSED: " RB-ACTION
003430                " CARD WITH A BLANK GROUP ID"
003440             DELIMITED BY SIZE INTO AB-REPORT-LINE
003450         WRITE AB-REPORT-LINE
003460         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003470         GO TO 2000-NEXT
003480     END-IF.
003490     IF RB-STATS-DATE-X NOT NUMERIC
003500         MOVE SPACES TO AB-REPORT-LINE
003510         STRING "REFUSED: " RB-ACTION " " RB-GROUP-ID
003520                " - DATE INVALID: " RB-STATS-DATE-X
003530             DELIMITED BY SIZE INTO AB-REPORT-LINE
003540         WRITE AB-REPORT-LINE
003550         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003560         GO TO 2000-NEXT
003570     END-IF.
003580     MOVE RB-GROUP-ID TO HS-GROUP-ID.
003590     MOVE RB-STATS-DATE TO HS-RUN-DATE.
003600     READ HISTFILE.
003610     IF NOT AB-HISTFILE-OK
003620         MOVE SPACES TO AB-REPORT-LINE
003630         STRING "REFUSED: " RB-ACTION " " RB-GROUP-ID
003640                " " RB-STATS-DATE-X " - NO HISTORY RECORD"
003650             DELIMITED BY SIZE INTO AB-REPORT-LINE
003660         WRITE AB-REPORT-LINE
003670         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003680         GO TO 2000-NEXT
003690     END-IF.
003700     IF HS-RUN-NUMBER NOT NUMERIC
003710         MOVE 0 TO AB-WRITER-RUN
003720     ELSE
003730         MOVE HS-RUN-NUMBER TO AB-WRITER-RUN
003740     END-IF.
003750     PERFORM 2100-FIND-BASE-RUN THRU 2100-EXIT.
003760     IF NOT AB-BASE-FOUND
003770         MOVE SPACES TO AB-REPORT-LINE
003780         STRING "REFUSED: " RB-ACTION " " RB-GROUP-ID
003790                " " RB-STATS-DATE-X " - READINGS OF RUN "
003800                AB-WRITER-RUN " NOT ON THE ARCHIVE SUPPLIED"
003810             DELIMITED BY SIZE INTO AB-REPORT-LINE
003820         WRITE AB-REPORT-LINE
003830         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003840         GO TO 2000-NEXT
003850     END-IF.
003860     MOVE 0 TO AB-COUNT.
003870     MOVE 0 TO AB-SUM.
003871     MOVE 0 TO AB-RAW-SUM.
003880     MOVE 0 TO AB-SUMSQ.
003890     MOVE 0 TO AB-SKIPPED-COUNT.
003891     MOVE 0 TO AB-REPEAT-COUNT.
003900     MOVE "Y" TO AB-FIRST-VALUE-SWITCH.
003901     SET AB-COUNT-PASS TO TRUE.
003910     SORT SRTFILE ON ASCENDING KEY AB-SR-VALUE
003911                                   AB-SR-READING-DATE
003912                                   AB-SR-READING-TIME
003913                                   AB-SR-RUN-NUMBER
003920         INPUT PROCEDURE IS 2200-SELECT-READINGS THRU 2200-EXIT
003930         OUTPUT PROCEDURE IS 2300-COLLECT-STATS THRU 2300-EXIT.
003940     IF AB-COUNT = 0
003950         MOVE SPACES TO AB-REPORT-LINE
003960         STRING "REFUSED: " RB-ACTION " " RB-GROUP-ID
003970                " " RB-STATS-DATE-X " - NO ARCHIVED READINGS"
003980                " STAND FOR BASE RUN " AB-BASE-RUN
003990             DELIMITED BY SIZE INTO AB-REPORT-LINE
004000         WRITE AB-REPORT-LINE
004010         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
004020         GO TO 2000-NEXT
004030     END-IF.
004031     SET AB-CAPTURE-PASS TO TRUE.
004032     SORT SRTFILE ON ASCENDING KEY AB-SR-VALUE
004033                                   AB-SR-READING-DATE
004034                                   AB-SR-READING-TIME
004035                                   AB-SR-RUN-NUMBER
004036         INPUT PROCEDURE IS 2200-SELECT-READINGS THRU 2200-EXIT
004037         OUTPUT PROCEDURE IS 2300-COLLECT-STATS THRU 2300-EXIT.
004040     PERFORM 2400-COMPUTE-STATS THRU 2400-EXIT.
004050     PERFORM 2500-WRITE-COMPARISON THRU 2500-EXIT.
004051     IF RB-ACTION-REBUILD AND AB-COUNT NOT = HS-COUNT
004052         MOVE SPACES TO AB-REPORT-LINE
004053         STRING "REFUSED: " RB-ACTION " " RB-GROUP-ID
004054                " " RB-STATS-DATE-X " - NOT REWRITTEN - COUNT"
004055                " MISMATCH; KEY A FORCE CARD TO REWRITE IT"
004056             DELIMITED BY SIZE INTO AB-REPORT-LINE
004057         WRITE AB-REPORT-LINE
004058         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
004059         GO TO 2000-NEXT
00405A     END-IF.
004060     IF RB-ACTION-REBUILD OR RB-ACTION-FORCE
004070         PERFORM 2600-REWRITE-HISTORY THRU 2600-EXIT
004080     END-IF.
004090     ADD 1 TO AB-CARDS-APPLIED.
004100     MOVE AB-COUNT TO AB-ED-COUNT.
004110     MOVE AB-SKIPPED-COUNT TO AB-ED-TOTAL.
004120     MOVE SPACES TO AB-REPORT-LINE.
004130     STRING "APPLIED: " RB-ACTION " " RB-GROUP-ID
004140            " " RB-STATS-DATE-X " FROM " AB-ED-COUNT
004150            " READINGS OF BASE RUN " AB-BASE-RUN
004160            " (" AB-ED-TOTAL " OF BACKED-OUT RUNS LEFT OUT)"
004170            " KEYED BY " RB-KEYED-BY
004180         DELIMITED BY SIZE INTO AB-REPORT-LINE.
004190     WRITE AB-REPORT-LINE.
004191     IF AB-REPEAT-COUNT > 0
004192         MOVE AB-REPEAT-COUNT TO AB-ED-TOTAL
004193         MOVE SPACES TO AB-REPORT-LINE
004194         STRING "         " AB-ED-TOTAL " READING(S) ARCHIVED"
004195                " AGAIN BY A RESTARTED RUN TAKEN ONCE"
004196             DELIMITED BY SIZE INTO AB-REPORT-LINE
004197         WRITE AB-REPORT-LINE
004198     END-IF.
004200 2000-NEXT.
004210     PERFORM 1100-READ-CARD THRU 1100-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240*
004250******************************************************************
004260*    2100-FIND-BASE-RUN   -  PASSES THE ARCHIVE FOR A READING OF *
004270*                            THE GROUP ACCEPTED BY THE RUN THAT  *
004280*                            LAST WROTE THE HISTORY RECORD AND   *
004290*                            TAKES ITS BASE RUN - THE RUN ITSELF *
004300*                            ON AN ORDINARY DAY, THE REPAIRED    *
004310*                            RUN WHEN THE WRITER WAS A MERGE     *
004320*                            CORRECTION                          *
004330******************************************************************
004340 2100-FIND-BASE-RUN.
004350     MOVE "N" TO AB-BASE-FOUND-SWITCH.
004360     MOVE 0 TO AB-BASE-RUN.
004370     IF AB-WRITER-RUN = 0
004380         GO TO 2100-EXIT
004390     END-IF.
004400     PERFORM 2110-OPEN-ARCHIVE THRU 2110-EXIT.
004410     PERFORM 2120-MATCH-WRITER THRU 2120-EXIT
004420         UNTIL AB-ARCH-DONE OR AB-BASE-FOUND.
004430     CLOSE ARCHIN.
004440 2100-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480*    2110-OPEN-ARCHIVE    -  OPENS THE ARCHIVE FOR ONE PASS      *
004490******************************************************************
004500 2110-OPEN-ARCHIVE.
004510     MOVE "N" TO AB-ARCH-EOF-SWITCH.
004520     OPEN INPUT ARCHIN.
004530     IF NOT AB-ARCHIN-OK
004540         DISPLAY "ARCRBLD - ARCHIN OPEN FAILED, STATUS="
004550             AB-ARCHIN-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590 2110-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630*    2120-MATCH-WRITER    -  READS ONE ARCHIVE RECORD AND TAKES  *
004640*                            ITS BASE RUN WHEN IT IS THE WRITER  *
004650*                            RUN'S READING OF THIS GROUP         *
004660******************************************************************
004670 2120-MATCH-WRITER.
004680     READ ARCHIN.
004690     IF NOT AB-ARCHIN-OK
004700         SET AB-ARCH-DONE TO TRUE
004710         GO TO 2120-EXIT
004720     END-IF.
004730     IF RA-GROUP-ID = RB-GROUP-ID
004740             AND RA-RUN-NUMBER = AB-WRITER-RUN
004750         MOVE RA-BASE-RUN TO AB-BASE-RUN
004760         SET AB-BASE-FOUND TO TRUE
004770     END-IF.
004780 2120-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820*    2200-SELECT-READINGS -  INPUT PROCEDURE OF THE SORT.  PASSES*
004830*                            THE ARCHIVE AND RELEASES EVERY      *
004840*                            READING OF THE GROUP UNDER THE BASE *
004850*                            RUN                                 *
004870******************************************************************
004880 2200-SELECT-READINGS.
004890     PERFORM 2110-OPEN-ARCHIVE THRU 2110-EXIT.
004900     PERFORM 2210-SELECT-ONE THRU 2210-EXIT
004910         UNTIL AB-ARCH-DONE.
004920     CLOSE ARCHIN.
004930 2200-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970*    2210-SELECT-ONE      -  READS ONE ARCHIVE RECORD AND        *
004980*                            RELEASES IT WHEN IT BELONGS TO THE  *
004990*                            GROUP AND BASE RUN AND ITS OWN RUN  *
005000*                            HAS NOT BEEN BACKED OUT.  A READING *
005001*                            OF A BACKED-OUT RUN IS COUNTED ON   *
005002*                            THE COUNT PASS ONLY.                *
005010******************************************************************
005020 2210-SELECT-ONE.
005030     READ ARCHIN.
005040     IF NOT AB-ARCHIN-OK
005050         SET AB-ARCH-DONE TO TRUE
005060         GO TO 2210-EXIT
005070     END-IF.
005080     IF RA-GROUP-ID NOT = RB-GROUP-ID
005090             OR RA-BASE-RUN NOT = AB-BASE-RUN
005100         GO TO 2210-EXIT
005110     END-IF.
005120     PERFORM 2220-CHECK-RUN THRU 2220-EXIT.
005130     IF AB-LAST-RUN-REVERSED
005131         IF AB-COUNT-PASS
005140             ADD 1 TO AB-SKIPPED-COUNT
005141         END-IF
005150         GO TO 2210-EXIT
005160     END-IF.
005170     MOVE RA-VALUE TO AB-SR-VALUE.
005171     MOVE RA-READING-DATE TO AB-SR-READING-DATE.
005172     MOVE RA-READING-TIME TO AB-SR-READING-TIME.
005173     MOVE RA-RUN-NUMBER TO AB-SR-RUN-NUMBER.
005174     IF RA-RAW-VALUE NUMERIC
005175         MOVE RA-RAW-VALUE TO AB-SR-RAW-VALUE
005176     ELSE
005177         MOVE RA-VALUE TO AB-SR-RAW-VALUE
005178     END-IF.
005180     RELEASE AB-SORT-RECORD.
005340 2210-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380*    2220-CHECK-RUN       -  SETTLES WHETHER THE READING'S OWN   *
005390*                            RUN WAS BACKED OUT, LOOKING THE RUN *
005400*                            UP ONLY WHEN IT CHANGES.  A RUN NOT *
005410*                            ON THE RUN CONTROL FILE IS TAKEN AS *
005420*                            STANDING.                           *
005430******************************************************************
005440 2220-CHECK-RUN.
005450     IF RA-RUN-NUMBER = AB-LAST-RUN
005460         GO TO 2220-EXIT
005470     END-IF.
005480     MOVE RA-RUN-NUMBER TO AB-LAST-RUN.
005490     MOVE "N" TO AB-LAST-RUN-SWITCH.
005500     MOVE RA-RUN-NUMBER TO RC-RUN-NUMBER.
005510     READ RUNFILE.
005520     IF AB-RUNFILE-OK AND RC-REVERSED
005530         MOVE "Y" TO AB-LAST-RUN-SWITCH
005540     END-IF.
005550 2220-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590*    2300-COLLECT-STATS   -  OUTPUT PROCEDURE OF THE SORT.  ON   *
005600*                            THE COUNT PASS ROLLS EACH READING   *
005610*                            INTO THE COUNT AND SUMS; ON THE     *
005620*                            CAPTURE PASS SETS THE MEDIAN AND    *
005630*                            PERCENTILE ORDINALS THE SAME WAY AS *
005631*                            S20734621 - THE CEILING OF P TIMES N*
005632*                            OVER A HUNDRED - AND CAPTURES THEM  *
005633*                            IN ONE PASS.  A READING WITH THE    *
005634*                            SAME VALUE, CAPTURE TIME AND RUN AS *
005635*                            THE ONE BEFORE IT IS A RESTART'S    *
005636*                            REPEAT AND IS PASSED OVER.          *
005640******************************************************************
005650 2300-COLLECT-STATS.
005660     MOVE 0 TO AB-SORT-ORDINAL.
005670     MOVE "N" TO AB-SORT-EOF-SWITCH.
005671     MOVE LOW-VALUES TO AB-PREV-KEY.
005672     IF AB-COUNT-PASS
005673         PERFORM 2310-RETURN-SORTED THRU 2310-EXIT
005674             UNTIL AB-SORT-DONE
005675         GO TO 2300-EXIT
005676     END-IF.
005680     MOVE 0 TO AB-MED-VALUE1.
005690     MOVE 0 TO AB-MED-VALUE2.
005700     MOVE 0 TO AB-P10.
005710     MOVE 0 TO AB-P90.
005720     MOVE 0 TO AB-P95.
005730     DIVIDE AB-COUNT BY 2 GIVING AB-MID-INDEX
005740         REMAINDER AB-MID-REM.
005750     IF AB-MID-REM = 0
005760         MOVE AB-MID-INDEX TO AB-MED-INDEX1
005770         COMPUTE AB-MED-INDEX2 = AB-MID-INDEX + 1
005780     ELSE
005790         COMPUTE AB-MED-INDEX1 = AB-MID-INDEX + 1
005800         MOVE AB-MED-INDEX1 TO AB-MED-INDEX2
005810     END-IF.
005820     COMPUTE AB-P10-INDEX = ((AB-COUNT * 10) + 99) / 100.
005830     COMPUTE AB-P90-INDEX = ((AB-COUNT * 90) + 99) / 100.
005840     COMPUTE AB-P95-INDEX = ((AB-COUNT * 95) + 99) / 100.
005850     PERFORM 2310-RETURN-SORTED THRU 2310-EXIT
005860         UNTIL AB-SORT-DONE.
005870 2300-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910*    2310-RETURN-SORTED   -  TAKES ONE READING BACK FROM THE SORT*
005920*                            AND ROLLS IT IN OR CAPTURES IT AT A *
005921*                            TARGET ORDINAL                      *
005930******************************************************************
005940 2310-RETURN-SORTED.
005950     RETURN SRTFILE
005960         AT END
005970             SET AB-SORT-DONE TO TRUE
005980             GO TO 2310-EXIT
005990     END-RETURN.
005991     IF AB-SR-KEY = AB-PREV-KEY
005992         IF AB-COUNT-PASS
005993             ADD 1 TO AB-REPEAT-COUNT
005994         END-IF
005995         GO TO 2310-EXIT
005996     END-IF.
005997     MOVE AB-SR-KEY TO AB-PREV-KEY.
005998     IF AB-COUNT-PASS
005999         PERFORM 2320-ACCUM-READING THRU 2320-EXIT
00599A         GO TO 2310-EXIT
00599B     END-IF.
006000     ADD 1 TO AB-SORT-ORDINAL.
006010     IF AB-SORT-ORDINAL = AB-MED-INDEX1
006020         MOVE AB-SR-VALUE TO AB-MED-VALUE1
006030     END-IF.
006040     IF AB-SORT-ORDINAL = AB-MED-INDEX2
006050         MOVE AB-SR-VALUE TO AB-MED-VALUE2
006060     END-IF.
006070     IF AB-SORT-ORDINAL = AB-P10-INDEX
006080         MOVE AB-SR-VALUE TO AB-P10
006090     END-IF.
006100     IF AB-SORT-ORDINAL = AB-P90-INDEX
006110         MOVE AB-SR-VALUE TO AB-P90
006120     END-IF.
006130     IF AB-SORT-ORDINAL = AB-P95-INDEX
006140         MOVE AB-SR-VALUE TO AB-P95
006150     END-IF.
006160 2310-EXIT.
006170     EXIT.
006180*
006181******************************************************************
006182*    2320-ACCUM-READING   -  COUNT PASS.  ROLLS ONE READING INTO *
006183*                            THE COUNT, SUM, RAW SUM, SUM OF     *
006184*                            SQUARES, MIN AND MAX                *
006185******************************************************************
006186 2320-ACCUM-READING.
006187     ADD 1 TO AB-COUNT.
006188     ADD AB-SR-VALUE TO AB-SUM.
006189     ADD AB-SR-RAW-VALUE TO AB-RAW-SUM.
00618A     COMPUTE AB-SUMSQ = AB-SUMSQ + (AB-SR-VALUE ** 2).
00618B     IF AB-FIRST-VALUE
00618C         MOVE AB-SR-VALUE TO AB-MIN
00618D         MOVE AB-SR-VALUE TO AB-MAX
00618E         MOVE "N" TO AB-FIRST-VALUE-SWITCH
00618F     ELSE
00618G         IF AB-SR-VALUE < AB-MIN
00618H             MOVE AB-SR-VALUE TO AB-MIN
00618I         END-IF
00618J         IF AB-SR-VALUE > AB-MAX
00618K             MOVE AB-SR-VALUE TO AB-MAX
00618L         END-IF
00618M     END-IF.
00618N 2320-EXIT.
00618O     EXIT.
00618P*
006190******************************************************************
006200*    2400-COMPUTE-STATS   -  MEAN AND STDDEV FROM THE SUMS ON THE*
006210*                            PARM'S VARIANCE MODE, AND THE MEDIAN*
006220*                            FROM THE ONE OR TWO MIDDLE VALUES   *
006230******************************************************************
006240 2400-COMPUTE-STATS.
006250     COMPUTE AB-MEAN = AB-SUM / AB-COUNT.
006251     COMPUTE AB-RAW-MEAN ROUNDED = AB-RAW-SUM / AB-COUNT.
006260     IF AB-SAMPLE-VARIANCE AND AB-COUNT > 1
006270         COMPUTE AB-DIVISOR = AB-COUNT - 1
006280     ELSE
006290         MOVE AB-COUNT TO AB-DIVISOR
006300     END-IF.
006310     COMPUTE AB-VARIANCE = (AB-SUMSQ
006320         - ((AB-SUM * AB-SUM) / AB-COUNT)) / AB-DIVISOR.
006330     IF AB-VARIANCE < 0
006340         MOVE 0 TO AB-VARIANCE
006350     END-IF.
006360     COMPUTE AB-STDDEV = AB-VARIANCE ** (1 / 2).
006370     IF AB-MID-REM = 0
006380         COMPUTE AB-MEDIAN = (AB-MED-VALUE1 + AB-MED-VALUE2) / 2
006390     ELSE
006400         MOVE AB-MED-VALUE1 TO AB-MEDIAN
006410     END-IF.
006420 2400-EXIT.
006430     EXIT.
006440*
006450******************************************************************
006460*    2500-WRITE-COMPARISON - PRINTS THE STORED FIGURES AND THE   *
006470*                            REBUILT ONES ON TWO LINES.  A       *
006480*                            REBUILT COUNT THAT DISAGREES WITH   *
006490*                            THE STORED ONE IS FLAGGED AND RAISES*
006500*                            THE RETURN CODE TO 4.               *
006510******************************************************************
006520 2500-WRITE-COMPARISON.
006530     MOVE "STORED" TO AB-LINE-LABEL.
006540     MOVE HS-COUNT TO AB-ED-COUNT.
006550     MOVE HS-MEAN TO AB-ED-MEAN.
006560     MOVE HS-STDDEV TO AB-ED-STDDEV.
006570     MOVE HS-MIN TO AB-ED-MIN.
006580     MOVE HS-MAX TO AB-ED-MAX.
006590     MOVE HS-MEDIAN TO AB-ED-MEDIAN.
006600     MOVE SPACES TO AB-PR-P10.
006610     MOVE SPACES TO AB-PR-P90.
006620     MOVE SPACES TO AB-PR-P95.
006630     IF HS-P10 NUMERIC AND HS-P90 NUMERIC AND HS-P95 NUMERIC
006640         MOVE HS-P10 TO AB-ED-PCT
006650         MOVE AB-ED-PCT TO AB-PR-P10
006660         MOVE HS-P90 TO AB-ED-PCT
006670         MOVE AB-ED-PCT TO AB-PR-P90
006680         MOVE HS-P95 TO AB-ED-PCT
006690         MOVE AB-ED-PCT TO AB-PR-P95
006700     END-IF.
006710     PERFORM 2510-WRITE-FIGURES THRU 2510-EXIT.
006720     MOVE "REBUILT" TO AB-LINE-LABEL.
006730     MOVE AB-COUNT TO AB-ED-COUNT.
006740     MOVE AB-MEAN TO AB-ED-MEAN.
006750     MOVE AB-STDDEV TO AB-ED-STDDEV.
006760     MOVE AB-MIN TO AB-ED-MIN.
006770     MOVE AB-MAX TO AB-ED-MAX.
006780     MOVE AB-MEDIAN TO AB-ED-MEDIAN.
006790     MOVE AB-P10 TO AB-ED-PCT.
006800     MOVE AB-ED-PCT TO AB-PR-P10.
006810     MOVE AB-P90 TO AB-ED-PCT.
006820     MOVE AB-ED-PCT TO AB-PR-P90.
006830     MOVE AB-P95 TO AB-ED-PCT.
006840     MOVE AB-ED-PCT TO AB-PR-P95.
006850     PERFORM 2510-WRITE-FIGURES THRU 2510-EXIT.
006860     IF AB-COUNT = HS-COUNT
006870         GO TO 2500-EXIT
006880     END-IF.
006890     ADD 1 TO AB-COUNT-MISMATCHES.
006900     IF AB-WORST-RC < 4
006910         MOVE 4 TO AB-WORST-RC
006920     END-IF.
006930     MOVE SPACES TO AB-REPORT-LINE.
006940     STRING "WARNING: " RB-GROUP-ID " " RB-STATS-DATE-X
006950            " - ARCHIVED COUNT DIFFERS FROM THE STORED COUNT"
006960         DELIMITED BY SIZE INTO AB-REPORT-LINE.
006970     WRITE AB-REPORT-LINE.
006980 2500-EXIT.
006990     EXIT.
007000*
007010******************************************************************
007020*    2510-WRITE-FIGURES   -  WRITES ONE LINE OF FIGURES          *
007030******************************************************************
007040 2510-WRITE-FIGURES.
007050     MOVE SPACES TO AB-REPORT-LINE.
007060     STRING AB-LINE-LABEL RB-GROUP-ID " " RB-STATS-DATE-X
007070            "  " AB-ED-COUNT
007080            " " AB-ED-MEAN " " AB-ED-STDDEV
007090            " " AB-ED-MIN " " AB-ED-MAX " " AB-ED-MEDIAN
007100            " " AB-PR-P10 " " AB-PR-P90 " " AB-PR-P95
007110         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007120     WRITE AB-REPORT-LINE.
007130 2510-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170*    2600-REWRITE-HISTORY -  REBUILD AND FORCE CARDS.  REPLACES  *
007180*                            THE HISTORY RECORD'S FIGURES WITH   *
007190*                            THE REBUILT ONES.  THE KEY AND THE  *
007200*                            RUN NUMBER ARE LEFT AS THEY ARE.    *
007210******************************************************************
007220 2600-REWRITE-HISTORY.
007230     MOVE AB-COUNT TO HS-COUNT.
007240     MOVE AB-MEAN TO HS-MEAN.
007250     MOVE AB-STDDEV TO HS-STDDEV.
007260     MOVE AB-MIN TO HS-MIN.
007270     MOVE AB-MAX TO HS-MAX.
007280     MOVE AB-MEDIAN TO HS-MEDIAN.
007290     MOVE AB-P10 TO HS-P10.
007300     MOVE AB-P90 TO HS-P90.
007310     MOVE AB-P95 TO HS-P95.
007311     MOVE AB-RAW-MEAN TO HS-RAW-MEAN.
007320     REWRITE HS-HISTORY-RECORD.
007330     IF NOT AB-HISTFILE-OK
007340         DISPLAY "ARCRBLD - HISTFILE REWRITE FAILED, STATUS="
007350             AB-HISTFILE-STATUS
007360         MOVE 16 TO RETURN-CODE
007370         STOP RUN
007380     END-IF.
007390     ADD 1 TO AB-RECORDS-REWRITTEN.
007400 2600-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440*    3000-FINALIZE        -  WRITES THE CONTROL TOTALS, CLOSES   *
007450*                            THE FILES AND SETS THE RETURN CODE  *
007460******************************************************************
007470 3000-FINALIZE.
007480     MOVE SPACES TO AB-REPORT-LINE.
007490     WRITE AB-REPORT-LINE.
007500     MOVE AB-CARDS-READ TO AB-ED-TOTAL.
007510     MOVE SPACES TO AB-REPORT-LINE.
007520     STRING "REQUEST CARDS READ:     " AB-ED-TOTAL
007530         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007540     WRITE AB-REPORT-LINE.
007550     MOVE AB-CARDS-APPLIED TO AB-ED-TOTAL.
007560     MOVE SPACES TO AB-REPORT-LINE.
007570     STRING "REQUEST CARDS APPLIED:  " AB-ED-TOTAL
007580         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007590     WRITE AB-REPORT-LINE.
007600     MOVE AB-CARDS-REFUSED TO AB-ED-TOTAL.
007610     MOVE SPACES TO AB-REPORT-LINE.
007620     STRING "REQUEST CARDS REFUSED:  " AB-ED-TOTAL
007630         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007640     WRITE AB-REPORT-LINE.
007650     MOVE AB-RECORDS-REWRITTEN TO AB-ED-TOTAL.
007660     MOVE SPACES TO AB-REPORT-LINE.
007670     STRING "HISTORY RECORDS REBUILT:" AB-ED-TOTAL
007680         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007690     WRITE AB-REPORT-LINE.
007700     MOVE AB-COUNT-MISMATCHES TO AB-ED-TOTAL.
007710     MOVE SPACES TO AB-REPORT-LINE.
007720     STRING "COUNTS DISAGREEING:     " AB-ED-TOTAL
007730         DELIMITED BY SIZE INTO AB-REPORT-LINE.
007740     WRITE AB-REPORT-LINE.
007750     CLOSE ARCCARD.
007760     CLOSE HISTFILE.
007770     CLOSE RUNFILE.
007780     CLOSE ARCRPT.
007790     MOVE AB-WORST-RC TO RETURN-CODE.
007800 3000-EXIT.
007810     EXIT.
007820*
007830******************************************************************
007840*    8100-REFUSE-CARD     -  COUNTS ONE REFUSED REQUEST CARD AND *
007850*                            RAISES THE RETURN CODE TO 8         *
007860******************************************************************
007870 8100-REFUSE-CARD.
007880     ADD 1 TO AB-CARDS-REFUSED.
007890     IF AB-WORST-RC < 8
007900         MOVE 8 TO AB-WORST-RC
007910     END-IF.
007920 8100-EXIT.
007930     EXIT.
