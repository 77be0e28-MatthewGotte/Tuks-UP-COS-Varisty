000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    SRCSCORE                                        *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       MONTHLY DATA-QUALITY SCORECARD PER SOURCE       *
000190*                SYSTEM.  READS THE RUN AUDIT LOG (ADRECCPY) -   *
000200*                RECORDS RECEIVED, OUT-OF-BALANCE FILES, FILES   *
000210*                REFUSED AS DUPLICATE RETRANSMISSIONS AND        *
000220*                COVERAGE GAPS PER RUN - AND THE OUTSTANDING     *
000230*                REJECTS MASTER (ORRECCPY) - EVERY REJECT WITH   *
000240*                ITS REASON CODE AND, ONCE CLEARED, THE DATE IT  *
000250*                CLEARED - BOTH CARRYING THE SOURCE SYSTEM OFF   *
000260*                THE INPUT FILE'S H HEADER.  FOR THE PARM MONTH  *
000270*                AND THE MONTH BEFORE IT, IT WORKS OUT PER       *
000280*                SOURCE THE RECORDS RECEIVED, THE REJECT RATE IN *
000290*                TOTAL AND BY REASON CODE, THE DUPLICATE AND     *
000300*                OUT-OF-BALANCE FILES, THE COVERAGE GAPS AND THE *
000310*                AVERAGE DAYS TO CLEAR A REJECT, RANKS EVERY     *
000320*                FIGURE ACROSS THE SOURCES IN EACH MONTH AND     *
000330*                PRINTS THEM SIDE BY SIDE WITH THE MOVEMENT.  A  *
000340*                CLOSING LIST RANKS THE SOURCES BY REJECT RATE.  *
000350*                THE SAME FIGURES GO TO SCORCSV, ONE LINE PER    *
000360*                SOURCE AND FIGURE, FOR THE SUPPLIER REVIEW      *
000370*                PACK.  CORRECTION RUNS (SOURCE REJREPAR) ARE    *
000380*                DATA CONTROL'S OWN RESUBMISSIONS AND ARE NOT    *
000390*                SCORED.  RETURN CODE 4 WHEN THE AUDIT LOG HOLDS *
000400*                NO RUN FOR THE PARM MONTH.                      *
000410*                                                                 *
000420*-----------------------------------------------------------------*
000430* MODIFICATION HISTORY                                           *
000440*-----------------------------------------------------------------*
000450* DATE       INIT DESCRIPTION                                    *
000460* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     SRCSCORE.
000500 AUTHOR.         M. VAN DER MERWE.
000510 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000520 DATE-WRITTEN.   15/10/2026.
000530 DATE-COMPILED.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.    IBM-370.
000580 OBJECT-COMPUTER.    IBM-370.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUDFILE ASSIGN TO "AUDFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS SS-AUDFILE-STATUS.
000660     SELECT REJMAST ASSIGN TO "REJMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS OR-REJECT-KEY
000700         FILE STATUS IS SS-REJMAST-STATUS.
000710     SELECT SCORRPT ASSIGN TO "SCORRPT"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS SS-SCORRPT-STATUS.
000750     SELECT SCORCSV ASSIGN TO "SCORCSV"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS SS-SCORCSV-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDFILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ADRECCPY.
000860*
000870 FD  REJMAST
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ORRECCPY.
000900*
000910 FD  SCORRPT
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  SS-REPORT-LINE              PIC X(132).
000950*
000960 FD  SCORCSV
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY CVRECCPY.
001000*
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    FILE STATUS SWITCHES                                        *
001040******************************************************************
001050 01  SS-AUDFILE-STATUS          PIC X(02) VALUE "00".
001060     88  SS-AUDFILE-OK                      VALUE "00".
001070     88  SS-AUDFILE-EOF                     VALUE "10".
001080*
001090 01  SS-REJMAST-STATUS          PIC X(02) VALUE "00".
001100     88  SS-REJMAST-OK                      VALUE "00".
001110     88  SS-REJMAST-EOF                     VALUE "10".
001120*
001130 01  SS-SCORRPT-STATUS          PIC X(02) VALUE "00".
001140     88  SS-SCORRPT-OK                      VALUE "00".
001150*
001160 01  SS-SCORCSV-STATUS          PIC X(02) VALUE "00".
001170     88  SS-SCORCSV-OK                      VALUE "00".
001180*
001190 01  SS-AUD-EOF-SWITCH          PIC X(01) VALUE "N".
001200     88  SS-END-OF-AUDIT                    VALUE "Y".
001210 01  SS-REJ-EOF-SWITCH          PIC X(01) VALUE "N".
001220     88  SS-END-OF-REJECTS                  VALUE "Y".
001230*
001240******************************************************************
001250*    SOURCE TABLE.  ONE ENTRY PER SOURCE SYSTEM SEEN IN EITHER   *
001260*    MONTH; EACH HOLDS TWO MONTHS OF COUNTS - OCCURRENCE 1 THE   *
001270*    PARM MONTH, OCCURRENCE 2 THE MONTH BEFORE - AND THE TWELVE  *
001280*    SCORED FIGURES OF EACH MONTH WITH THEIR RANK ACROSS THE     *
001290*    SOURCES.  A FIGURE THAT CANNOT BE WORKED OUT (NO RECORDS    *
001300*    RECEIVED, NO REJECT CLEARED) IS LEFT UNSET AND UNRANKED.    *
001310******************************************************************
001320 01  SS-SRC-COUNT               PIC 9(04) COMP VALUE 0.
001330 01  SS-SRC-MAX                 PIC 9(04) COMP VALUE 100.
001340 01  SS-SRC-TABLE.
001350     05  SS-SRC-ENTRY OCCURS 100 TIMES.
001360         10  SS-SRC-ID          PIC X(08).
001370         10  SS-SRC-MONTH OCCURS 2 TIMES.
001380             15  SS-SRC-ACTIVE  PIC X(01).
001390             15  SS-SRC-FILES   PIC 9(05) COMP.
001400             15  SS-SRC-RECEIVED
001410                                PIC 9(09) COMP.
001420             15  SS-SRC-DUP-FILES
001430                                PIC 9(05) COMP.
001440             15  SS-SRC-OOB-FILES
001450                                PIC 9(05) COMP.
001460             15  SS-SRC-GAPS    PIC 9(07) COMP.
001470             15  SS-SRC-REJECTS PIC 9(09) COMP.
001480             15  SS-SRC-REASON-REJ
001490                                PIC 9(09) COMP OCCURS 6 TIMES.
001500             15  SS-SRC-CLEARED PIC 9(07) COMP.
001510             15  SS-SRC-CLEAR-DAYS
001520                                PIC 9(09) COMP.
001530             15  SS-SRC-FIGURE OCCURS 12 TIMES.
001540                 20  SS-FIG-SET PIC X(01).
001550                 20  SS-FIG-VALUE
001560                                PIC S9(09)V9(02).
001570                 20  SS-FIG-RANK
001580                                PIC 9(03).
001590*
001600 01  SS-KEY-SOURCE              PIC X(08) VALUE SPACES.
001610*
001620 77  SS-S                       PIC 9(04) COMP VALUE 0.
001630 77  SS-T                       PIC 9(04) COMP VALUE 0.
001640 77  SS-M                       PIC 9(04) COMP VALUE 0.
001650 77  SS-F                       PIC 9(04) COMP VALUE 0.
001660 77  SS-R                       PIC 9(04) COMP VALUE 0.
001670 77  SS-FOUND-SUB               PIC 9(04) COMP VALUE 0.
001680 77  SS-MONTH-SUB               PIC 9(04) COMP VALUE 0.
001690 77  SS-RANKED-COUNT            PIC 9(04) COMP VALUE 0.
001700 77  SS-AUD-READ                PIC 9(07) COMP VALUE 0.
001710 77  SS-AUD-IN-MONTHS           PIC 9(07) COMP VALUE 0.
001720 77  SS-AUD-THIS-MONTH          PIC 9(07) COMP VALUE 0.
001730 77  SS-REJ-READ                PIC 9(07) COMP VALUE 0.
001740 77  SS-REJ-NO-SOURCE           PIC 9(07) COMP VALUE 0.
001750 77  SS-REJ-CORRECTION          PIC 9(07) COMP VALUE 0.
001760 77  SS-CSV-COUNT               PIC 9(07) COMP VALUE 0.
001770*
001780******************************************************************
001790*    REJECT REASON CODES, IN FIGURE ORDER.  A CODE NOT IN THIS   *
001800*    LIST STILL COUNTS IN THE TOTAL REJECT RATE.                 *
001810******************************************************************
001820 01  SS-REASON-LIST             PIC X(24)
001830    VALUE "BLNKNUMRRNGEGRPXTIMEDUPL".
001840 01  SS-REASON-LIST-R REDEFINES SS-REASON-LIST.
001850     05  SS-REASON-CODE         PIC X(04) OCCURS 6 TIMES.
001860 01  SS-REASON-SUB              PIC 9(04) COMP VALUE 0.
001870*
001880******************************************************************
001890*    SCORED FIGURES - REPORT NAME, CSV CODE AND KIND: C A COUNT, *
001900*    P A PERCENTAGE OF RECORDS RECEIVED, D DAYS.  RANK 1 IS THE  *
001910*    HIGHEST FIGURE - THE LARGEST SENDER FOR RECORDS RECEIVED,   *
001920*    THE WORST SENDER FOR EVERY OTHER FIGURE.                    *
001930******************************************************************
001940 01  SS-FIGURE-NAMES.
001950     05  FILLER                 PIC X(35)
001960        VALUE "RECORDS RECEIVED        RECEIVED  C".
001970     05  FILLER                 PIC X(35)
001980        VALUE "REJECT RATE PCT         REJECT-PCTP".
001990     05  FILLER                 PIC X(35)
002000        VALUE "  BLNK REJECTS PCT      BLNK-PCT  P".
002010     05  FILLER                 PIC X(35)
002020        VALUE "  NUMR REJECTS PCT      NUMR-PCT  P".
002030     05  FILLER                 PIC X(35)
002040        VALUE "  RNGE REJECTS PCT      RNGE-PCT  P".
002050     05  FILLER                 PIC X(35)
002060        VALUE "  GRPX REJECTS PCT      GRPX-PCT  P".
002070     05  FILLER                 PIC X(35)
002080        VALUE "  TIME REJECTS PCT      TIME-PCT  P".
002090     05  FILLER                 PIC X(35)
002100        VALUE "  DUPL REJECTS PCT      DUPL-PCT  P".
002110     05  FILLER                 PIC X(35)
002120        VALUE "DUPLICATE FILES         DUP-FILES C".
002130     05  FILLER                 PIC X(35)
002140        VALUE "OUT-OF-BALANCE FILES    OOB-FILES C".
002150     05  FILLER                 PIC X(35)
002160        VALUE "COVERAGE GAPS           GAPS      C".
002170     05  FILLER                 PIC X(35)
002180        VALUE "AVG DAYS TO CLEAR       CLEAR-DAYSD".
002190 01  SS-FIGURE-NAMES-R REDEFINES SS-FIGURE-NAMES.
002200     05  SS-FIGURE-DEF OCCURS 12 TIMES.
002210         10  SS-FIG-NAME        PIC X(24).
002220         10  SS-FIG-CSV-CODE    PIC X(10).
002230         10  SS-FIG-KIND        PIC X(01).
002240             88  SS-FIG-IS-COUNT                VALUE "C".
002250*
002260******************************************************************
002270*    MONTHS.  THE PARM IS CCYYMM; WITH NO PARM THE REPORT MONTH  *
002280*    IS THE CALENDAR MONTH BEFORE TODAY, SINCE THE JOB RUNS IN   *
002290*    THE FIRST DAYS OF THE NEW MONTH.                            *
002300******************************************************************
002310 01  SS-REPORT-MONTH            PIC 9(06) VALUE 0.
002320 01  SS-REPORT-MONTH-R REDEFINES SS-REPORT-MONTH.
002330     05  SS-REPORT-CCYY         PIC 9(04).
002340     05  SS-REPORT-MM           PIC 9(02).
002350 01  SS-PRIOR-MONTH             PIC 9(06) VALUE 0.
002360 01  SS-PRIOR-MONTH-R REDEFINES SS-PRIOR-MONTH.
002370     05  SS-PRIOR-CCYY          PIC 9(04).
002380     05  SS-PRIOR-MM            PIC 9(02).
002390 01  SS-LINE-MONTH              PIC 9(06) VALUE 0.
002400*
002410 01  SS-TS-DATE                 PIC X(08) VALUE SPACES.
002420 01  SS-TS-DATE-R REDEFINES SS-TS-DATE.
002430     05  SS-TS-MM               PIC 9(02).
002440     05  FILLER                 PIC X(01).
002450     05  SS-TS-DD               PIC 9(02).
002460     05  FILLER                 PIC X(01).
002470     05  SS-TS-YY               PIC 9(02).
002480*
002490 01  SS-RUN-DATE                PIC 9(06).
002500 01  SS-RUN-DATE-R REDEFINES SS-RUN-DATE.
002510     05  SS-RUN-YY              PIC 9(02).
002520     05  SS-RUN-MM              PIC 9(02).
002530     05  SS-RUN-DD              PIC 9(02).
002540 01  SS-RUN-DATE-DISPLAY        PIC X(08).
002550*
002560******************************************************************
002570*    DAY-NUMBER ARITHMETIC - THE SAME COARSE MONOTONIC FIGURE    *
002580*    AUDSUMM USES.  DAYS TO CLEAR IS THE CLEARED DATE'S DAY      *
002590*    NUMBER LESS THE REJECT DATE'S.                              *
002600******************************************************************
002610 01  SS-MONTH-OFFSETS           PIC X(36)
002620    VALUE "000031059090120151181212243273304334".
002630 01  SS-MONTH-OFFSETS-R REDEFINES SS-MONTH-OFFSETS.
002640     05  SS-MONTH-OFFSET        PIC 9(03) OCCURS 12 TIMES.
002650*
002660 01  SS-WORK-DATE               PIC 9(08) VALUE 0.
002670 01  SS-WORK-DATE-R REDEFINES SS-WORK-DATE.
002680     05  SS-WORK-YYYY           PIC 9(04).
002690     05  SS-WORK-MM             PIC 9(02).
002700     05  SS-WORK-DD             PIC 9(02).
002710 01  SS-WORK-DATE-M REDEFINES SS-WORK-DATE.
002720     05  SS-WORK-CCYYMM         PIC 9(06).
002730     05  FILLER                 PIC 9(02).
002740 01  SS-WORK-DAYS               PIC 9(08) COMP VALUE 0.
002750 01  SS-REJECT-DAYS             PIC 9(08) COMP VALUE 0.
002760 01  SS-CLEAR-DAYS              PIC S9(08) COMP VALUE 0.
002770*
002780******************************************************************
002790*    ONE FIGURE LINE - VALUES AND RANKS EDITED FOR THE REPORT    *
002800*    AND THE CSV; AN UNSET FIGURE PRINTS AS A DASH AND GOES TO   *
002810*    THE CSV AS AN EMPTY FIELD.                                  *
002820******************************************************************
002830 01  SS-ED-COUNT-FIG            PIC ZZZZZZZZ9.
002840 01  SS-ED-RATE-FIG             PIC ZZZZZ9.99.
002850 01  SS-ED-RANK                 PIC ZZ9.
002860 01  SS-PR-THIS                 PIC X(09) VALUE SPACES.
002870 01  SS-PR-LAST                 PIC X(09) VALUE SPACES.
002880 01  SS-PR-THIS-RANK            PIC X(03) VALUE SPACES.
002890 01  SS-PR-LAST-RANK            PIC X(03) VALUE SPACES.
002900 01  SS-CV-THIS                 PIC X(09) VALUE SPACES.
002910 01  SS-CV-LAST                 PIC X(09) VALUE SPACES.
002920 01  SS-CV-THIS-RANK            PIC X(03) VALUE SPACES.
002930 01  SS-CV-LAST-RANK            PIC X(03) VALUE SPACES.
002940 01  SS-PR-VALUE                PIC X(09) VALUE SPACES.
002950 01  SS-PR-RANK                 PIC X(03) VALUE SPACES.
002960 01  SS-MOVE-TEXT               PIC X(06) VALUE SPACES.
002970*
002980******************************************************************
002990*    REPORT EDIT FIELDS AND HEADINGS                             *
003000******************************************************************
003010 01  SS-ED-COUNT                PIC ZZZZZZ9.
003020 01  SS-ED-FILES                PIC ZZZZ9.
003030 01  SS-ED-SOURCES              PIC ZZZ9.
003040 01  SS-HEADING-1               PIC X(50)
003050    VALUE "SRCSCORE - MONTHLY SOURCE DATA-QUALITY SCORECARD".
003060 01  SS-HEADING-3A              PIC X(37)
003070    VALUE "  FIGURE                   THIS MONTH".
003080 01  SS-HEADING-3B              PIC X(29)
003090    VALUE " RANK   LAST MONTH RANK  MOVE".
003100 01  SS-HEADING-4A              PIC X(30)
003110    VALUE "RANK  SOURCE     REJECT PCT  ".
003120 01  SS-HEADING-4B              PIC X(30)
003130    VALUE "LAST RANK  LAST PCT  MOVE".
003140*
003150 LINKAGE SECTION.
003160 01  LK-PARM.
003170     05  LK-PARM-LEN             PIC S9(04) COMP.
003180     05  LK-PARM-TEXT            PIC X(08).
003190*
003200 PROCEDURE DIVISION USING LK-PARM.
003210******************************************************************
003220*    0000-MAINLINE                                               *
003230******************************************************************
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT
003270         UNTIL SS-END-OF-AUDIT.
003280     PERFORM 2500-SCAN-REJECT THRU 2500-EXIT
003290         UNTIL SS-END-OF-REJECTS.
003300     PERFORM 3000-WORK-FIGURES THRU 3000-EXIT
003310         VARYING SS-S FROM 1 BY 1 UNTIL SS-S > SS-SRC-COUNT
003320         AFTER SS-M FROM 1 BY 1 UNTIL SS-M > 2.
003330     PERFORM 3200-RANK-FIGURE THRU 3200-EXIT
003340         VARYING SS-S FROM 1 BY 1 UNTIL SS-S > SS-SRC-COUNT
003350         AFTER SS-M FROM 1 BY 1 UNTIL SS-M > 2
003360         AFTER SS-F FROM 1 BY 1 UNTIL SS-F > 12.
003370     PERFORM 4000-WRITE-SOURCE THRU 4000-EXIT
003380         VARYING SS-S FROM 1 BY 1 UNTIL SS-S > SS-SRC-COUNT.
003390     PERFORM 4500-WRITE-RANKING THRU 4500-EXIT.
003400     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003410     STOP RUN.
003420*
003430******************************************************************
003440*    1000-INITIALIZE      -  SETS THE REPORT AND PRIOR MONTHS    *
003450*                            FROM THE PARM, OPENS THE FILES,     *
003460*                            WRITES THE HEADINGS AND PRIMES THE  *
003470*                            AUDIT AND REJECT READS.  A PARM     *
003480*                            THAT IS NOT A VALID CCYYMM ENDS THE *
003490*                            STEP WITH RETURN CODE 16.           *
003500******************************************************************
003510 1000-INITIALIZE.
003520     ACCEPT SS-RUN-DATE FROM DATE.
003530     STRING SS-RUN-MM "/" SS-RUN-DD "/" SS-RUN-YY
003540         DELIMITED BY SIZE INTO SS-RUN-DATE-DISPLAY.
003550     IF LK-PARM-LEN > 0
003560         IF LK-PARM-LEN < 6 OR LK-PARM-TEXT(1:6) NOT NUMERIC
003570             DISPLAY "SRCSCORE - PARM MUST BE CCYYMM, GOT "
003580                 LK-PARM-TEXT
003590             MOVE 16 TO RETURN-CODE
003600             STOP RUN
003610         END-IF
003620         MOVE LK-PARM-TEXT(1:6) TO SS-REPORT-MONTH
003630         IF SS-REPORT-MM < 1 OR SS-REPORT-MM > 12
003640             DISPLAY "SRCSCORE - PARM MUST BE CCYYMM, GOT "
003650                 LK-PARM-TEXT
003660             MOVE 16 TO RETURN-CODE
003670             STOP RUN
003680         END-IF
003690     ELSE
003700         COMPUTE SS-REPORT-CCYY = 2000 + SS-RUN-YY
003710         MOVE SS-RUN-MM TO SS-REPORT-MM
003720         IF SS-REPORT-MM = 1
003730             SUBTRACT 1 FROM SS-REPORT-CCYY
003740             MOVE 12 TO SS-REPORT-MM
003750         ELSE
003760             SUBTRACT 1 FROM SS-REPORT-MM
003770         END-IF
003780     END-IF.
003790     MOVE SS-REPORT-MONTH TO SS-PRIOR-MONTH.
003800     IF SS-PRIOR-MM = 1
003810         SUBTRACT 1 FROM SS-PRIOR-CCYY
003820         MOVE 12 TO SS-PRIOR-MM
003830     ELSE
003840         SUBTRACT 1 FROM SS-PRIOR-MM
003850     END-IF.
003860     OPEN INPUT AUDFILE.
003870     IF NOT SS-AUDFILE-OK
003880         DISPLAY "SRCSCORE - AUDFILE OPEN FAILED, STATUS="
003890             SS-AUDFILE-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     OPEN INPUT REJMAST.
003940     IF NOT SS-REJMAST-OK
003950         DISPLAY "SRCSCORE - REJMAST OPEN FAILED, STATUS="
003960             SS-REJMAST-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     OPEN OUTPUT SCORRPT.
004010     IF NOT SS-SCORRPT-OK
004020         DISPLAY "SRCSCORE - SCORRPT OPEN FAILED, STATUS="
004030             SS-SCORRPT-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     OPEN OUTPUT SCORCSV.
004080     IF NOT SS-SCORCSV-OK
004090         DISPLAY "SRCSCORE - SCORCSV OPEN FAILED, STATUS="
004100             SS-SCORCSV-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE SPACES TO SS-REPORT-LINE.
004150     MOVE SS-HEADING-1 TO SS-REPORT-LINE.
004160     WRITE SS-REPORT-LINE.
004170     MOVE SPACES TO SS-REPORT-LINE.
004180     STRING "RUN DATE: " SS-RUN-DATE-DISPLAY
004190            "   MONTH " SS-REPORT-MONTH
004200            "   COMPARED WITH " SS-PRIOR-MONTH
004210         DELIMITED BY SIZE INTO SS-REPORT-LINE.
004220     WRITE SS-REPORT-LINE.
004230     MOVE SPACES TO SS-REPORT-LINE.
004240     STRING "RANK 1 IS THE LARGEST SENDER FOR RECORDS RECEIVED "
004250            "AND THE WORST SENDER FOR EVERY OTHER FIGURE"
004260         DELIMITED BY SIZE INTO SS-REPORT-LINE.
004270     WRITE SS-REPORT-LINE.
004280     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
004290     PERFORM 1200-READ-REJECT THRU 1200-EXIT.
004300 1000-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*    1100-READ-AUDIT      -  READS ONE AUDIT LINE                *
004350******************************************************************
004360 1100-READ-AUDIT.
004370     READ AUDFILE.
004380     IF SS-AUDFILE-EOF
004390         SET SS-END-OF-AUDIT TO TRUE
004400     ELSE
004410         ADD 1 TO SS-AUD-READ
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470*    1200-READ-REJECT     -  READS THE NEXT REJECTS MASTER ENTRY *
004480******************************************************************
004490 1200-READ-REJECT.
004500     READ REJMAST NEXT.
004510     IF NOT SS-REJMAST-OK
004520         SET SS-END-OF-REJECTS TO TRUE
004530     ELSE
004540         ADD 1 TO SS-REJ-READ
004550     END-IF.
004560 1200-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600*    2000-SCAN-AUDIT      -  TAKES ONE AUDIT LINE.  BACKOUT      *
004610*                            LINES, LINES WITH NO SOURCE,        *
004620*                            CORRECTION RUNS AND RUNS OUTSIDE    *
004630*                            THE TWO MONTHS ARE PASSED OVER.  A  *
004640*                            REFUSED DUPLICATE FILE COUNTS ONLY  *
004650*                            AS A DUPLICATE; EVERY OTHER RUN     *
004660*                            ADDS ITS RECORDS, ITS COVERAGE GAPS *
004670*                            AND, WHEN OUT OF BALANCE, ONE       *
004680*                            OUT-OF-BALANCE FILE.                *
004690******************************************************************
004700 2000-SCAN-AUDIT.
004710     IF AD-BACKOUT-LINE
004720         GO TO 2000-NEXT
004730     END-IF.
004740     IF AD-SOURCE-SYSTEM = SPACES OR AD-SOURCE-SYSTEM = "REJREPAR"
004750         GO TO 2000-NEXT
004760     END-IF.
004770     MOVE AD-TIMESTAMP(1:8) TO SS-TS-DATE.
004780     IF SS-TS-MM NOT NUMERIC OR SS-TS-YY NOT NUMERIC
004790         GO TO 2000-NEXT
004800     END-IF.
004810     COMPUTE SS-LINE-MONTH = ((2000 + SS-TS-YY) * 100) + SS-TS-MM.
004820     PERFORM 2200-SET-MONTH THRU 2200-EXIT.
004830     IF SS-MONTH-SUB = 0
004840         GO TO 2000-NEXT
004850     END-IF.
004860     ADD 1 TO SS-AUD-IN-MONTHS.
004870     MOVE AD-SOURCE-SYSTEM TO SS-KEY-SOURCE.
004880     IF SS-MONTH-SUB = 1
004890         ADD 1 TO SS-AUD-THIS-MONTH
004900     END-IF.
004910     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
004920     MOVE "Y" TO SS-SRC-ACTIVE(SS-FOUND-SUB, SS-MONTH-SUB).
004930     IF AD-DUPLICATE-FILE
004940         ADD 1 TO SS-SRC-DUP-FILES(SS-FOUND-SUB, SS-MONTH-SUB)
004950         GO TO 2000-NEXT
004960     END-IF.
004970     ADD 1 TO SS-SRC-FILES(SS-FOUND-SUB, SS-MONTH-SUB).
004980     IF AD-RECORDS-READ NUMERIC
004990         ADD AD-RECORDS-READ
005000             TO SS-SRC-RECEIVED(SS-FOUND-SUB, SS-MONTH-SUB)
005010     END-IF.
005020     IF AD-OUT-OF-BALANCE
005030         ADD 1 TO SS-SRC-OOB-FILES(SS-FOUND-SUB, SS-MONTH-SUB)
005040     END-IF.
005050     IF AD-COVERAGE-GAPS NUMERIC
005060         ADD AD-COVERAGE-GAPS
005070             TO SS-SRC-GAPS(SS-FOUND-SUB, SS-MONTH-SUB)
005080     END-IF.
005090 2000-NEXT.
005100     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
005110 2000-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150*    2100-FIND-SOURCE     -  FINDS SS-KEY-SOURCE IN THE SOURCE   *
005160*                            TABLE, ADDING A CLEARED ENTRY WHEN  *
005170*                            IT IS NEW.  A FULL TABLE ENDS THE   *
005180*                            STEP WITH RETURN CODE 16.           *
005190******************************************************************
005200 2100-FIND-SOURCE.
005210     MOVE 0 TO SS-FOUND-SUB.
005220     PERFORM 2110-MATCH-SOURCE THRU 2110-EXIT
005230         VARYING SS-T FROM 1 BY 1
005240         UNTIL SS-T > SS-SRC-COUNT OR SS-FOUND-SUB > 0.
005250     IF SS-FOUND-SUB > 0
005260         GO TO 2100-EXIT
005270     END-IF.
005280     IF SS-SRC-COUNT >= SS-SRC-MAX
005290         DISPLAY "SRCSCORE - SOURCE TABLE FULL AT " SS-SRC-MAX
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     ADD 1 TO SS-SRC-COUNT.
005340     MOVE SS-SRC-COUNT TO SS-FOUND-SUB.
005350     MOVE SS-KEY-SOURCE TO SS-SRC-ID(SS-FOUND-SUB).
005360     PERFORM 2120-CLEAR-MONTH THRU 2120-EXIT
005370         VARYING SS-M FROM 1 BY 1 UNTIL SS-M > 2.
005390 2100-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    2110-MATCH-SOURCE    -  COMPARES ONE TABLE ENTRY            *
005440******************************************************************
005450 2110-MATCH-SOURCE.
005460     IF SS-SRC-ID(SS-T) = SS-KEY-SOURCE
005470         MOVE SS-T TO SS-FOUND-SUB
005480     END-IF.
005490 2110-EXIT.
005500     EXIT.
005501*
005502******************************************************************
005503*    2120-CLEAR-MONTH     -  CLEARS ONE MONTH'S COUNTS ON A NEW  *
005504*                            SOURCE ENTRY.  ITS FIGURES ARE      *
005505*                            CLEARED BY 3050-CLEAR-FIGURE WHEN   *
005506*                            THEY ARE WORKED OUT.                *
005507******************************************************************
005508 2120-CLEAR-MONTH.
005509     MOVE "N" TO SS-SRC-ACTIVE(SS-FOUND-SUB, SS-M).
00550A     MOVE 0 TO SS-SRC-FILES(SS-FOUND-SUB, SS-M).
00550B     MOVE 0 TO SS-SRC-RECEIVED(SS-FOUND-SUB, SS-M).
00550C     MOVE 0 TO SS-SRC-DUP-FILES(SS-FOUND-SUB, SS-M).
00550D     MOVE 0 TO SS-SRC-OOB-FILES(SS-FOUND-SUB, SS-M).
00550E     MOVE 0 TO SS-SRC-GAPS(SS-FOUND-SUB, SS-M).
00550F     MOVE 0 TO SS-SRC-REJECTS(SS-FOUND-SUB, SS-M).
00550G     MOVE 0 TO SS-SRC-CLEARED(SS-FOUND-SUB, SS-M).
00550H     MOVE 0 TO SS-SRC-CLEAR-DAYS(SS-FOUND-SUB, SS-M).
00550I     PERFORM 2130-CLEAR-REASON THRU 2130-EXIT
00550J         VARYING SS-R FROM 1 BY 1 UNTIL SS-R > 6.
00550K 2120-EXIT.
00550L     EXIT.
00550M*
00550N******************************************************************
00550O*    2130-CLEAR-REASON    -  CLEARS ONE REASON CODE'S COUNT      *
00550P******************************************************************
00550Q 2130-CLEAR-REASON.
00550R     MOVE 0 TO SS-SRC-REASON-REJ(SS-FOUND-SUB, SS-M, SS-R).
00550S 2130-EXIT.
00550T     EXIT.
005510*
005520******************************************************************
005530*    2200-SET-MONTH       -  1 WHEN SS-LINE-MONTH IS THE REPORT  *
005540*                            MONTH, 2 WHEN IT IS THE MONTH       *
005550*                            BEFORE, OTHERWISE 0                 *
005560******************************************************************
005570 2200-SET-MONTH.
005580     MOVE 0 TO SS-MONTH-SUB.
005590     IF SS-LINE-MONTH = SS-REPORT-MONTH
005600         MOVE 1 TO SS-MONTH-SUB
005610     END-IF.
005620     IF SS-LINE-MONTH = SS-PRIOR-MONTH
005630         MOVE 2 TO SS-MONTH-SUB
005640     END-IF.
005650 2200-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    2500-SCAN-REJECT     -  TAKES ONE REJECTS MASTER ENTRY.  AN *
005700*                            ENTRY WITH NO SOURCE (LOADED BEFORE *
005710*                            THE SOURCE WAS CARRIED) OR FROM A   *
005720*                            CORRECTION RUN IS ONLY COUNTED.  THE*
005730*                            REJECT COUNTS TOWARD THE MONTH OF   *
005740*                            ITS REJECT DATE; ONCE CLEARED, ITS  *
005750*                            DAYS TO CLEAR COUNT TOWARD THE      *
005760*                            MONTH OF ITS CLEARED DATE.          *
005770******************************************************************
005780 2500-SCAN-REJECT.
005790     IF OR-SOURCE-SYSTEM = SPACES OR LOW-VALUES
005800         ADD 1 TO SS-REJ-NO-SOURCE
005810         GO TO 2500-NEXT
005820     END-IF.
005830     IF OR-SOURCE-SYSTEM = "REJREPAR"
005840         ADD 1 TO SS-REJ-CORRECTION
005850         GO TO 2500-NEXT
005860     END-IF.
005870     MOVE OR-SOURCE-SYSTEM TO SS-KEY-SOURCE.
005880     IF OR-REJECT-DATE NUMERIC
005890         MOVE OR-REJECT-DATE TO SS-WORK-DATE
005900         MOVE SS-WORK-CCYYMM TO SS-LINE-MONTH
005910         PERFORM 2200-SET-MONTH THRU 2200-EXIT
005920         IF SS-MONTH-SUB > 0
005930             PERFORM 2100-FIND-SOURCE THRU 2100-EXIT
005940             PERFORM 2600-COUNT-REJECT THRU 2600-EXIT
005950         END-IF
005960     END-IF.
005970     IF NOT OR-CLEARED
005980         GO TO 2500-NEXT
005990     END-IF.
006000     IF OR-CLEARED-DATE NOT NUMERIC OR OR-REJECT-DATE NOT NUMERIC
006010         GO TO 2500-NEXT
006020     END-IF.
006030     MOVE OR-CLEARED-DATE TO SS-WORK-DATE.
006040     MOVE SS-WORK-CCYYMM TO SS-LINE-MONTH.
006050     PERFORM 2200-SET-MONTH THRU 2200-EXIT.
006060     IF SS-MONTH-SUB = 0
006070         GO TO 2500-NEXT
006080     END-IF.
006090     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
006100     PERFORM 2700-COUNT-CLEARED THRU 2700-EXIT.
006110 2500-NEXT.
006120     PERFORM 1200-READ-REJECT THRU 1200-EXIT.
006130 2500-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    2600-COUNT-REJECT    -  ADDS THE REJECT TO ITS SOURCE'S     *
006180*                            TOTAL AND TO ITS REASON CODE        *
006190******************************************************************
006200 2600-COUNT-REJECT.
006210     MOVE "Y" TO SS-SRC-ACTIVE(SS-FOUND-SUB, SS-MONTH-SUB).
006220     ADD 1 TO SS-SRC-REJECTS(SS-FOUND-SUB, SS-MONTH-SUB).
006230     MOVE 0 TO SS-REASON-SUB.
006240     PERFORM 2610-MATCH-REASON THRU 2610-EXIT
006250         VARYING SS-R FROM 1 BY 1
006260         UNTIL SS-R > 6 OR SS-REASON-SUB > 0.
006270     IF SS-REASON-SUB > 0
006280         ADD 1 TO
006290             SS-SRC-REASON-REJ(SS-FOUND-SUB, SS-MONTH-SUB,
006300                               SS-REASON-SUB)
006310     END-IF.
006320 2600-EXIT.
006330     EXIT.
006340*
006350******************************************************************
006360*    2610-MATCH-REASON    -  COMPARES ONE REASON CODE            *
006370******************************************************************
006380 2610-MATCH-REASON.
006390     IF SS-REASON-CODE(SS-R) = OR-REASON-CODE
006400         MOVE SS-R TO SS-REASON-SUB
006410     END-IF.
006420 2610-EXIT.
006430     EXIT.
006440*
006450******************************************************************
006460*    2700-COUNT-CLEARED   -  ADDS ONE CLEARED REJECT AND ITS     *
006470*                            DAYS FROM REJECT TO CLEARED         *
006480******************************************************************
006490 2700-COUNT-CLEARED.
006500     MOVE OR-REJECT-DATE TO SS-WORK-DATE.
006510     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
006520     MOVE SS-WORK-DAYS TO SS-REJECT-DAYS.
006530     MOVE OR-CLEARED-DATE TO SS-WORK-DATE.
006540     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
006550     COMPUTE SS-CLEAR-DAYS = SS-WORK-DAYS - SS-REJECT-DAYS.
006560     IF SS-CLEAR-DAYS < 0 OR SS-REJECT-DAYS = 0
006570         MOVE 0 TO SS-CLEAR-DAYS
006580     END-IF.
006590     MOVE "Y" TO SS-SRC-ACTIVE(SS-FOUND-SUB, SS-MONTH-SUB).
006600     ADD 1 TO SS-SRC-CLEARED(SS-FOUND-SUB, SS-MONTH-SUB).
006610     ADD SS-CLEAR-DAYS
006620         TO SS-SRC-CLEAR-DAYS(SS-FOUND-SUB, SS-MONTH-SUB).
006630 2700-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*    3000-WORK-FIGURES    -  TURNS ONE SOURCE'S COUNTS FOR ONE   *
006680*                            MONTH INTO ITS TWELVE FIGURES.  THE *
006690*                            RATES NEED RECORDS RECEIVED AND THE *
006700*                            DAYS TO CLEAR A CLEARED REJECT; A   *
006710*                            SOURCE NOT SEEN IN THE MONTH HAS NO *
006720*                            FIGURES AT ALL.                     *
006730******************************************************************
006740 3000-WORK-FIGURES.
006750     PERFORM 3050-CLEAR-FIGURE THRU 3050-EXIT
006760         VARYING SS-F FROM 1 BY 1 UNTIL SS-F > 12.
006770     IF SS-SRC-ACTIVE(SS-S, SS-M) NOT = "Y"
006780         GO TO 3000-EXIT
006790     END-IF.
006800     MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 1).
006810     MOVE SS-SRC-RECEIVED(SS-S, SS-M)
006820         TO SS-FIG-VALUE(SS-S, SS-M, 1).
006830     MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 9).
006840     MOVE SS-SRC-DUP-FILES(SS-S, SS-M)
006850         TO SS-FIG-VALUE(SS-S, SS-M, 9).
006860     MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 10).
006870     MOVE SS-SRC-OOB-FILES(SS-S, SS-M)
006880         TO SS-FIG-VALUE(SS-S, SS-M, 10).
006890     MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 11).
006900     MOVE SS-SRC-GAPS(SS-S, SS-M)
006910         TO SS-FIG-VALUE(SS-S, SS-M, 11).
006920     IF SS-SRC-RECEIVED(SS-S, SS-M) > 0
006930         MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 2)
006940         COMPUTE SS-FIG-VALUE(SS-S, SS-M, 2) ROUNDED =
006950             (SS-SRC-REJECTS(SS-S, SS-M) * 100)
006960             / SS-SRC-RECEIVED(SS-S, SS-M)
006970         PERFORM 3100-REASON-RATE THRU 3100-EXIT
006980             VARYING SS-R FROM 1 BY 1 UNTIL SS-R > 6
006990     END-IF.
007000     IF SS-SRC-CLEARED(SS-S, SS-M) > 0
007010         MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, 12)
007020         COMPUTE SS-FIG-VALUE(SS-S, SS-M, 12) ROUNDED =
007030             SS-SRC-CLEAR-DAYS(SS-S, SS-M)
007040             / SS-SRC-CLEARED(SS-S, SS-M)
007050     END-IF.
007060 3000-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007100*    3050-CLEAR-FIGURE    -  MARKS ONE FIGURE UNSET              *
007110******************************************************************
007120 3050-CLEAR-FIGURE.
007130     MOVE "N" TO SS-FIG-SET(SS-S, SS-M, SS-F).
007140     MOVE 0 TO SS-FIG-VALUE(SS-S, SS-M, SS-F).
007150     MOVE 0 TO SS-FIG-RANK(SS-S, SS-M, SS-F).
007160 3050-EXIT.
007170     EXIT.
007180*
007190******************************************************************
007200*    3100-REASON-RATE     -  ONE REASON CODE'S REJECTS AS A      *
007210*                            PERCENTAGE OF RECORDS RECEIVED -    *
007220*                            FIGURES 3 TO 8                      *
007230******************************************************************
007240 3100-REASON-RATE.
007250     COMPUTE SS-F = SS-R + 2.
007260     MOVE "Y" TO SS-FIG-SET(SS-S, SS-M, SS-F).
007270     COMPUTE SS-FIG-VALUE(SS-S, SS-M, SS-F) ROUNDED =
007280         (SS-SRC-REASON-REJ(SS-S, SS-M, SS-R) * 100)
007290         / SS-SRC-RECEIVED(SS-S, SS-M).
007300 3100-EXIT.
007310     EXIT.
007320*
007330******************************************************************
007340*    3200-RANK-FIGURE     -  RANKS ONE SOURCE'S FIGURE AMONG     *
007350*                            THE SOURCES WITH THAT FIGURE SET IN *
007360*                            THE SAME MONTH - ONE PLUS THE       *
007370*                            NUMBER OF SOURCES WITH A HIGHER     *
007380*                            FIGURE, SO EQUAL FIGURES SHARE A    *
007390*                            RANK                                *
007400******************************************************************
007410 3200-RANK-FIGURE.
007420     IF SS-FIG-SET(SS-S, SS-M, SS-F) NOT = "Y"
007430         GO TO 3200-EXIT
007440     END-IF.
007450     MOVE 1 TO SS-FIG-RANK(SS-S, SS-M, SS-F).
007460     PERFORM 3210-COMPARE-FIGURE THRU 3210-EXIT
007470         VARYING SS-T FROM 1 BY 1 UNTIL SS-T > SS-SRC-COUNT.
007480 3200-EXIT.
007490     EXIT.
007500*
007510******************************************************************
007520*    3210-COMPARE-FIGURE  -  COMPARES WITH ONE OTHER SOURCE      *
007530******************************************************************
007540 3210-COMPARE-FIGURE.
007550     IF SS-FIG-SET(SS-T, SS-M, SS-F) = "Y"
007560         AND SS-FIG-VALUE(SS-T, SS-M, SS-F)
007570             > SS-FIG-VALUE(SS-S, SS-M, SS-F)
007580         ADD 1 TO SS-FIG-RANK(SS-S, SS-M, SS-F)
007590     END-IF.
007600 3210-EXIT.
007610     EXIT.
007620*
007630******************************************************************
007640*    4000-WRITE-SOURCE    -  PRINTS ONE SOURCE'S BLOCK - ITS     *
007650*                            FILES PROCESSED IN EACH MONTH, THEN *
007660*                            ONE LINE PER FIGURE - AND WRITES    *
007670*                            ITS CSV LINES.  A SOURCE ONLY SEEN  *
007680*                            LAST MONTH STILL PRINTS, SO A PLANT *
007690*                            THAT STOPPED SENDING SHOWS.         *
007700******************************************************************
007710 4000-WRITE-SOURCE.
007720     MOVE SPACES TO SS-REPORT-LINE.
007730     WRITE SS-REPORT-LINE.
007740     MOVE SPACES TO SS-REPORT-LINE.
007750     MOVE SS-SRC-FILES(SS-S, 1) TO SS-ED-FILES.
007760     MOVE SS-SRC-FILES(SS-S, 2) TO SS-ED-COUNT.
007770     STRING "SOURCE " SS-SRC-ID(SS-S)
007780            "   FILES PROCESSED THIS MONTH " SS-ED-FILES
007790            "   LAST MONTH " SS-ED-COUNT
007800         DELIMITED BY SIZE INTO SS-REPORT-LINE.
007810     WRITE SS-REPORT-LINE.
007820     MOVE SPACES TO SS-REPORT-LINE.
007830     STRING SS-HEADING-3A SS-HEADING-3B
007840         DELIMITED BY SIZE INTO SS-REPORT-LINE.
007850     WRITE SS-REPORT-LINE.
007860     PERFORM 4100-WRITE-FIGURE THRU 4100-EXIT
007870         VARYING SS-F FROM 1 BY 1 UNTIL SS-F > 12.
007880 4000-EXIT.
007890     EXIT.
007900*
007910******************************************************************
007920*    4100-WRITE-FIGURE    -  PRINTS ONE FIGURE FOR THIS MONTH    *
007930*                            AND LAST WITH BOTH RANKS AND THE    *
007940*                            MOVEMENT, AND WRITES THE MATCHING   *
007950*                            CSV LINE                            *
007960******************************************************************
007970 4100-WRITE-FIGURE.
007980     MOVE 1 TO SS-M.
007990     PERFORM 4200-EDIT-FIGURE THRU 4200-EXIT.
008000     MOVE SS-PR-VALUE TO SS-PR-THIS.
008010     MOVE SS-PR-RANK TO SS-PR-THIS-RANK.
008020     MOVE SPACES TO SS-CV-THIS.
008030     MOVE SPACES TO SS-CV-THIS-RANK.
008040     IF SS-FIG-SET(SS-S, 1, SS-F) = "Y"
008050         MOVE SS-PR-VALUE TO SS-CV-THIS
008060         MOVE SS-PR-RANK TO SS-CV-THIS-RANK
008070     END-IF.
008080     MOVE 2 TO SS-M.
008090     PERFORM 4200-EDIT-FIGURE THRU 4200-EXIT.
008100     MOVE SS-PR-VALUE TO SS-PR-LAST.
008110     MOVE SS-PR-RANK TO SS-PR-LAST-RANK.
008120     MOVE SPACES TO SS-CV-LAST.
008130     MOVE SPACES TO SS-CV-LAST-RANK.
008140     IF SS-FIG-SET(SS-S, 2, SS-F) = "Y"
008150         MOVE SS-PR-VALUE TO SS-CV-LAST
008160         MOVE SS-PR-RANK TO SS-CV-LAST-RANK
008170     END-IF.
008180     PERFORM 4300-SET-MOVEMENT THRU 4300-EXIT.
008190     MOVE SPACES TO SS-REPORT-LINE.
008200     STRING "  " SS-FIG-NAME(SS-F) "  " SS-PR-THIS
008210            "  " SS-PR-THIS-RANK "    " SS-PR-LAST
008220            "  " SS-PR-LAST-RANK "  " SS-MOVE-TEXT
008230         DELIMITED BY SIZE INTO SS-REPORT-LINE.
008240     WRITE SS-REPORT-LINE.
008250     MOVE SPACES TO CV-CSV-LINE.
008260     STRING SS-REPORT-MONTH       ","
008270            SS-SRC-ID(SS-S)       ","
008280            SS-FIG-CSV-CODE(SS-F) ","
008290            SS-CV-THIS            ","
008300            SS-CV-THIS-RANK       ","
008310            SS-CV-LAST            ","
008320            SS-CV-LAST-RANK       ","
008330            SS-MOVE-TEXT
008340         DELIMITED BY SIZE INTO CV-CSV-LINE.
008350     WRITE CV-CSV-LINE.
008360     ADD 1 TO SS-CSV-COUNT.
008370 4100-EXIT.
008380     EXIT.
008390*
008400******************************************************************
008410*    4200-EDIT-FIGURE     -  EDITS FIGURE SS-F OF MONTH SS-M -   *
008420*                            A WHOLE NUMBER FOR A COUNT, TWO     *
008430*                            DECIMALS OTHERWISE; A DASH WHEN THE *
008440*                            FIGURE IS UNSET                     *
008450******************************************************************
008460 4200-EDIT-FIGURE.
008470     IF SS-FIG-SET(SS-S, SS-M, SS-F) NOT = "Y"
008480         MOVE "        -" TO SS-PR-VALUE
008490         MOVE "  -" TO SS-PR-RANK
008500         GO TO 4200-EXIT
008510     END-IF.
008520     IF SS-FIG-IS-COUNT(SS-F)
008530         MOVE SS-FIG-VALUE(SS-S, SS-M, SS-F) TO SS-ED-COUNT-FIG
008540         MOVE SS-ED-COUNT-FIG TO SS-PR-VALUE
008550     ELSE
008560         MOVE SS-FIG-VALUE(SS-S, SS-M, SS-F) TO SS-ED-RATE-FIG
008570         MOVE SS-ED-RATE-FIG TO SS-PR-VALUE
008580     END-IF.
008590     MOVE SS-FIG-RANK(SS-S, SS-M, SS-F) TO SS-ED-RANK.
008600     MOVE SS-ED-RANK TO SS-PR-RANK.
008610 4200-EXIT.
008620     EXIT.
008630*
008640******************************************************************
008650*    4300-SET-MOVEMENT    -  COMPARES THIS MONTH'S FIGURE WITH   *
008660*                            LAST MONTH'S.  RECORDS RECEIVED     *
008670*                            MOVE UP OR DOWN; FOR EVERY OTHER    *
008680*                            FIGURE HIGHER IS WORSE.  NEW WHEN   *
008690*                            THERE WAS NO FIGURE LAST MONTH.     *
008700******************************************************************
008710 4300-SET-MOVEMENT.
008720     MOVE SPACES TO SS-MOVE-TEXT.
008730     IF SS-FIG-SET(SS-S, 1, SS-F) NOT = "Y"
008740         GO TO 4300-EXIT
008750     END-IF.
008760     IF SS-FIG-SET(SS-S, 2, SS-F) NOT = "Y"
008770         MOVE "NEW" TO SS-MOVE-TEXT
008780         GO TO 4300-EXIT
008790     END-IF.
008800     IF SS-FIG-VALUE(SS-S, 1, SS-F) = SS-FIG-VALUE(SS-S, 2, SS-F)
008810         MOVE "SAME" TO SS-MOVE-TEXT
008820         GO TO 4300-EXIT
008830     END-IF.
008840     IF SS-FIG-VALUE(SS-S, 1, SS-F) > SS-FIG-VALUE(SS-S, 2, SS-F)
008850         IF SS-F = 1
008860             MOVE "UP" TO SS-MOVE-TEXT
008870         ELSE
008880             MOVE "WORSE" TO SS-MOVE-TEXT
008890         END-IF
008900     ELSE
008910         IF SS-F = 1
008920             MOVE "DOWN" TO SS-MOVE-TEXT
008930         ELSE
008940             MOVE "BETTER" TO SS-MOVE-TEXT
008950         END-IF
008960     END-IF.
008970 4300-EXIT.
008980     EXIT.
008990*
009000******************************************************************
009010*    4500-WRITE-RANKING   -  THE CLOSING LIST - EVERY SOURCE     *
009020*                            WITH RECORDS RECEIVED THIS MONTH,   *
009030*                            WORST REJECT RATE FIRST, WITH LAST  *
009040*                            MONTH'S RANK AND RATE               *
009050******************************************************************
009060 4500-WRITE-RANKING.
009070     MOVE SPACES TO SS-REPORT-LINE.
009080     WRITE SS-REPORT-LINE.
009090     MOVE SPACES TO SS-REPORT-LINE.
009100     MOVE "SOURCES RANKED BY REJECT RATE - RANK 1 IS THE WORST"
009110         TO SS-REPORT-LINE.
009120     WRITE SS-REPORT-LINE.
009130     MOVE SPACES TO SS-REPORT-LINE.
009140     STRING SS-HEADING-4A SS-HEADING-4B
009150         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009160     WRITE SS-REPORT-LINE.
009170     MOVE 2 TO SS-F.
009180     MOVE 0 TO SS-RANKED-COUNT.
009190     PERFORM 4510-WRITE-RANK-LINE THRU 4510-EXIT
009200         VARYING SS-R FROM 1 BY 1 UNTIL SS-R > SS-SRC-COUNT
009210         AFTER SS-S FROM 1 BY 1 UNTIL SS-S > SS-SRC-COUNT.
009220     IF SS-RANKED-COUNT = 0
009230         MOVE SPACES TO SS-REPORT-LINE
009240         MOVE "NO SOURCE RECEIVED RECORDS THIS MONTH"
009250             TO SS-REPORT-LINE
009260         WRITE SS-REPORT-LINE
009270     END-IF.
009280 4500-EXIT.
009290     EXIT.
009300*
009310******************************************************************
009320*    4510-WRITE-RANK-LINE -  PRINTS SOURCE SS-S WHEN ITS REJECT  *
009330*                            RATE RANK THIS MONTH IS SS-R        *
009340******************************************************************
009350 4510-WRITE-RANK-LINE.
009360     IF SS-FIG-SET(SS-S, 1, 2) NOT = "Y"
009370         GO TO 4510-EXIT
009380     END-IF.
009390     IF SS-FIG-RANK(SS-S, 1, 2) NOT = SS-R
009400         GO TO 4510-EXIT
009410     END-IF.
009420     ADD 1 TO SS-RANKED-COUNT.
009430     MOVE 1 TO SS-M.
009440     PERFORM 4200-EDIT-FIGURE THRU 4200-EXIT.
009450     MOVE SS-PR-VALUE TO SS-PR-THIS.
009460     MOVE SS-PR-RANK TO SS-PR-THIS-RANK.
009470     MOVE 2 TO SS-M.
009480     PERFORM 4200-EDIT-FIGURE THRU 4200-EXIT.
009490     MOVE SS-PR-VALUE TO SS-PR-LAST.
009500     MOVE SS-PR-RANK TO SS-PR-LAST-RANK.
009510     PERFORM 4300-SET-MOVEMENT THRU 4300-EXIT.
009520     MOVE SPACES TO SS-REPORT-LINE.
009530     STRING " " SS-PR-THIS-RANK "  " SS-SRC-ID(SS-S)
009540            "  " SS-PR-THIS "        " SS-PR-LAST-RANK
009550            "  " SS-PR-LAST "   " SS-MOVE-TEXT
009560         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009570     WRITE SS-REPORT-LINE.
009580 4510-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620*    5000-FINALIZE        -  PRINTS THE CONTROL TOTALS, CLOSES   *
009630*                            THE FILES AND SETS RETURN CODE 4    *
009640*                            WHEN THE REPORT MONTH HAD NO RUNS   *
009650******************************************************************
009660 5000-FINALIZE.
009670     MOVE SPACES TO SS-REPORT-LINE.
009680     WRITE SS-REPORT-LINE.
009690     MOVE SS-AUD-READ TO SS-ED-COUNT.
009700     MOVE SPACES TO SS-REPORT-LINE.
009710     STRING "AUDIT LINES READ:          " SS-ED-COUNT
009720         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009730     WRITE SS-REPORT-LINE.
009740     MOVE SS-AUD-IN-MONTHS TO SS-ED-COUNT.
009750     MOVE SPACES TO SS-REPORT-LINE.
009760     STRING "AUDIT LINES SCORED:        " SS-ED-COUNT
009770         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009780     WRITE SS-REPORT-LINE.
009790     MOVE SS-REJ-READ TO SS-ED-COUNT.
009800     MOVE SPACES TO SS-REPORT-LINE.
009810     STRING "REJECT ENTRIES READ:       " SS-ED-COUNT
009820         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009830     WRITE SS-REPORT-LINE.
009840     MOVE SS-REJ-NO-SOURCE TO SS-ED-COUNT.
009850     MOVE SPACES TO SS-REPORT-LINE.
009860     STRING "REJECTS WITH NO SOURCE:    " SS-ED-COUNT
009870         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009880     WRITE SS-REPORT-LINE.
009890     MOVE SS-REJ-CORRECTION TO SS-ED-COUNT.
009900     MOVE SPACES TO SS-REPORT-LINE.
009910     STRING "CORRECTION-RUN REJECTS:    " SS-ED-COUNT
009920         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009930     WRITE SS-REPORT-LINE.
009940     MOVE SS-SRC-COUNT TO SS-ED-SOURCES.
009950     MOVE SPACES TO SS-REPORT-LINE.
009960     STRING "SOURCES SCORED:               " SS-ED-SOURCES
009970         DELIMITED BY SIZE INTO SS-REPORT-LINE.
009980     WRITE SS-REPORT-LINE.
009990     MOVE SS-CSV-COUNT TO SS-ED-COUNT.
010000     MOVE SPACES TO SS-REPORT-LINE.
010010     STRING "CSV LINES WRITTEN:         " SS-ED-COUNT
010020         DELIMITED BY SIZE INTO SS-REPORT-LINE.
010030     WRITE SS-REPORT-LINE.
010040     CLOSE AUDFILE.
010050     CLOSE REJMAST.
010060     CLOSE SCORRPT.
010070     CLOSE SCORCSV.
010080     IF SS-AUD-THIS-MONTH = 0
010090         DISPLAY "SRCSCORE - NO RUNS ON THE AUDIT LOG FOR "
010100             SS-REPORT-MONTH
010110         MOVE 4 TO RETURN-CODE
010120     END-IF.
010130 5000-EXIT.
010140     EXIT.
010150*
010160******************************************************************
010170*    8000-DATE-TO-DAYS    -  TURNS A CCYYMMDD DATE INTO THE      *
010180*                            COARSE MONOTONIC DAY NUMBER.  A     *
010190*                            ZERO OR MALFORMED DATE COMES BACK   *
010200*                            AS DAY ZERO.                        *
010210******************************************************************
010220 8000-DATE-TO-DAYS.
010230     IF SS-WORK-MM < 1 OR SS-WORK-MM > 12
010240         MOVE 0 TO SS-WORK-DAYS
010250         GO TO 8000-EXIT
010260     END-IF.
010270     COMPUTE SS-WORK-DAYS =
010280         (SS-WORK-YYYY * 365)
010290         + (SS-WORK-YYYY / 4)
010300         + SS-MONTH-OFFSET(SS-WORK-MM)
010310         + SS-WORK-DD.
010320 8000-EXIT.
010330     EXIT.
