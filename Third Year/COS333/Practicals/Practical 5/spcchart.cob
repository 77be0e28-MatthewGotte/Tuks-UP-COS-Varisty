000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    SPCCHART                                        *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       STATISTICAL PROCESS CONTROL OVER THE PER-GROUP  *
000190*                RUN STATISTICS HISTORY (HSRECCPY) WRITTEN BY    *
000200*                S20734621.  EVERY GROUP GETS X-BAR AND S CHART  *
000210*                CONTROL LIMITS BUILT FROM A BASELINE WINDOW OF  *
000220*                ITS OWN HISTORY AND KEPT ON THE KEYED CONTROL   *
000230*                LIMITS FILE (CLRECCPY) - THE FIRST BASELINE-    *
000240*                SIZE RUNS ON FILE THE FIRST TIME THE GROUP HAS  *
000250*                THAT MANY, OR THE WINDOW NAMED ON AN            *
000260*                OPERATIONS REBASE CARD (LCRECCPY).  EACH DAILY  *
000270*                RUN AFTER THE BASELINE IS THEN TESTED AGAINST   *
000280*                THE WESTERN ELECTRIC RULES:                     *
000290*                  1 - ONE POINT BEYOND 3 SIGMA                  *
000300*                  2 - 2 OF 3 BEYOND 2 SIGMA, SAME SIDE          *
000310*                  3 - 4 OF 5 BEYOND 1 SIGMA, SAME SIDE          *
000320*                  4 - 8 IN A ROW ON ONE SIDE OF THE CENTRE      *
000330*                  5 - 6 IN A ROW STEADILY RISING OR FALLING     *
000340*                AND THE RUN STDDEV AGAINST THE S CHART LIMITS.  *
000350*                EVERY VIOLATION ENDING ON ONE OF THE GROUP'S    *
000360*                LATEST PARM-WINDOW RUNS IS PRINTED UNDER THE    *
000370*                GROUP WITH ITS RULE NUMBER AND THE DATES THE    *
000380*                PATTERN SPANS.  RETURN CODE 4 WHEN ANY GROUP    *
000390*                IS OUT OF CONTROL, 8 WHEN A REBASE CARD WAS     *
000400*                REFUSED.                                        *
000410*                                                                 *
000420*-----------------------------------------------------------------*
000430* MODIFICATION HISTORY                                           *
000440*-----------------------------------------------------------------*
000450* DATE       INIT DESCRIPTION                                    *
000460* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     SPCCHART.
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
000620     SELECT HISTFILE ASSIGN TO "HISTFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS HS-HISTORY-KEY
000660         FILE STATUS IS SC-HISTFILE-STATUS.
000670     SELECT LIMFILE ASSIGN TO "LIMFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CL-GROUP-ID
000710         FILE STATUS IS SC-LIMFILE-STATUS.
000720     SELECT SPCCARD ASSIGN TO "SPCCARD"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS SC-SPCCARD-STATUS.
000760     SELECT SPCRPT ASSIGN TO "SPCRPT"
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS SC-SPCRPT-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  HISTFILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY HSRECCPY.
000860*
000870 FD  LIMFILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CLRECCPY.
000900*
000910 FD  SPCCARD
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY LCRECCPY.
000950*
000960 FD  SPCRPT
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  SC-REPORT-LINE              PIC X(132).
001000*
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    FILE STATUS SWITCHES                                       *
001040******************************************************************
001050 01  SC-HISTFILE-STATUS         PIC X(02) VALUE "00".
001060     88  SC-HISTFILE-OK                     VALUE "00".
001070     88  SC-HISTFILE-EOF                    VALUE "10".
001080*
001090 01  SC-LIMFILE-STATUS          PIC X(02) VALUE "00".
001100     88  SC-LIMFILE-OK                      VALUE "00".
001110     88  SC-LIMFILE-NOTFND                  VALUE "23".
001120*
001130 01  SC-SPCCARD-STATUS          PIC X(02) VALUE "00".
001140     88  SC-SPCCARD-OK                      VALUE "00".
001150     88  SC-SPCCARD-EOF                     VALUE "10".
001160*
001170 01  SC-SPCRPT-STATUS           PIC X(02) VALUE "00".
001180     88  SC-SPCRPT-OK                       VALUE "00".
001190*
001200 01  SC-EOF-SWITCH              PIC X(01) VALUE "N".
001210     88  SC-END-OF-HISTORY                  VALUE "Y".
001220 01  SC-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
001230     88  SC-END-OF-CARDS                    VALUE "Y".
001240 01  SC-LIMITS-SWITCH           PIC X(01) VALUE "N".
001250     88  SC-LIMITS-ON-FILE                  VALUE "Y".
001260 01  SC-BASELINE-SWITCH         PIC X(01) VALUE "N".
001270     88  SC-BASELINE-BUILT                  VALUE "Y".
001280*
001290******************************************************************
001300*    PER-GROUP RUN TABLE - THE HISTORY ARRIVES IN KEY ORDER     *
001310*    (GROUP, THEN RUN DATE ASCENDING) SO THE LAST ENTRY IS      *
001320*    ALWAYS THE LATEST RUN.  WHEN THE TABLE FILLS, THE OLDEST   *
001330*    RUN IS SHIFTED OUT, AS IN TRENDRPT.  SC-PT-DEV IS THE RUN  *
001340*    MEAN LESS THE CENTRE LINE, FILLED IN ONCE THE LIMITS ARE   *
001350*    KNOWN - THE RULES COMPARE IT WITH MULTIPLES OF SIGMA.      *
001360******************************************************************
001370 01  SC-RUN-COUNT               PIC 9(04) COMP VALUE 0.
001380 01  SC-RUN-MAX                 PIC 9(04) COMP VALUE 400.
001390 01  SC-RUN-TABLE.
001400     05  SC-RUN-ENTRY OCCURS 400 TIMES.
001410         10  SC-PT-DATE         PIC 9(08).
001420         10  SC-PT-COUNT        PIC 9(06).
001430         10  SC-PT-MEAN         PIC S9(04)V9(05).
001440         10  SC-PT-STDDEV       PIC S9(04)V9(05).
001450         10  SC-PT-DEV          PIC S9(05)V9(05).
001460*
001470 01  SC-CURRENT-GROUP           PIC X(05) VALUE SPACES.
001480 01  SC-FIRST-REC-SWITCH        PIC X(01) VALUE "Y".
001490     88  SC-FIRST-RECORD                    VALUE "Y".
001500*
001510******************************************************************
001520*    REBASE CARD TABLE - THE CARDS ARE LOADED UP FRONT AND      *
001530*    SEARCHED AS EACH GROUP COMES PAST.  A CARD WHOSE GROUP     *
001540*    NEVER APPEARS ON THE HISTORY IS REFUSED AT THE END.        *
001550******************************************************************
001560 01  SC-REB-COUNT               PIC 9(04) COMP VALUE 0.
001570 01  SC-REB-MAX                 PIC 9(04) COMP VALUE 100.
001580 01  SC-REB-TABLE.
001590     05  SC-REB-ENTRY OCCURS 100 TIMES.
001600         10  SC-REB-GROUP       PIC X(05).
001610         10  SC-REB-FROM        PIC 9(08).
001620         10  SC-REB-TO          PIC 9(08).
001630         10  SC-REB-KEYED-BY    PIC X(08).
001640         10  SC-REB-USED-FLAG   PIC X(01).
001650*
001660 77  SC-X                       PIC 9(04) COMP VALUE 0.
001670 77  SC-Y                       PIC 9(04) COMP VALUE 0.
001680 77  SC-REB-SUB                 PIC 9(04) COMP VALUE 0.
001690 77  SC-BASE-START              PIC 9(04) COMP VALUE 0.
001700 77  SC-BASE-END                PIC 9(04) COMP VALUE 0.
001710 77  SC-TEST-START              PIC 9(04) COMP VALUE 0.
001720 77  SC-REPORT-START            PIC 9(04) COMP VALUE 0.
001730 77  SC-SCAN-FROM               PIC 9(04) COMP VALUE 0.
001740 77  SC-SCAN-TO                 PIC 9(04) COMP VALUE 0.
001750 77  SC-UP-TALLY                PIC 9(04) COMP VALUE 0.
001760 77  SC-DOWN-TALLY              PIC 9(04) COMP VALUE 0.
001770 77  SC-GROUP-VIOLATIONS        PIC 9(04) COMP VALUE 0.
001780 77  SC-GROUPS-READ             PIC 9(05) COMP VALUE 0.
001790 77  SC-GROUPS-TESTED           PIC 9(05) COMP VALUE 0.
001800 77  SC-GROUPS-BASELINED        PIC 9(05) COMP VALUE 0.
001810 77  SC-GROUPS-PENDING          PIC 9(05) COMP VALUE 0.
001820 77  SC-GROUPS-OUT              PIC 9(05) COMP VALUE 0.
001830 77  SC-TOTAL-VIOLATIONS        PIC 9(06) COMP VALUE 0.
001840 77  SC-CARDS-READ              PIC 9(04) COMP VALUE 0.
001850 77  SC-CARDS-APPLIED           PIC 9(04) COMP VALUE 0.
001860 77  SC-CARDS-REFUSED           PIC 9(04) COMP VALUE 0.
001870 77  SC-WORST-RC                PIC 9(02) VALUE 0.
001880*
001890******************************************************************
001900*    BASELINE ARITHMETIC.  C4 IS TAKEN AS 4(N-1)/(4N-3) ON THE  *
001910*    AVERAGE SUBGROUP SIZE; THE S CHART LIMITS ARE S-BAR TIMES  *
001920*    ONE PLUS OR MINUS 3 ROOT(1 - C4 SQUARED) OVER C4 (B4/B3).  *
001930******************************************************************
001940 01  SC-SUM-MEANS               PIC S9(08)V9(05) VALUE 0.
001950 01  SC-SUM-STDDEVS             PIC S9(08)V9(05) VALUE 0.
001960 01  SC-SUM-COUNTS              PIC 9(10) VALUE 0.
001970 01  SC-BASE-USED               PIC 9(04) VALUE 0.
001980 01  SC-NBAR                    PIC 9(06) VALUE 0.
001990 01  SC-C4                      PIC 9(01)V9(08) VALUE 0.
002000 01  SC-SIGMA-HAT               PIC S9(04)V9(05) VALUE 0.
002010 01  SC-ROOT-N                  PIC 9(04)V9(05) VALUE 0.
002020 01  SC-B-FACTOR                PIC 9(02)V9(08) VALUE 0.
002030 01  SC-S-LOW-WORK              PIC S9(04)V9(05) VALUE 0.
002040*
002050******************************************************************
002060*    RULE TEST WORK FIELDS - THE BAND IS SIGMA TIMES 1, 2 OR 3  *
002070******************************************************************
002080 01  SC-BAND-LIMIT              PIC S9(06)V9(05) VALUE 0.
002090 01  SC-NEG-LIMIT               PIC S9(06)V9(05) VALUE 0.
002100 01  SC-RULE-NO                 PIC X(02) VALUE SPACES.
002110 01  SC-RULE-TEXT               PIC X(30) VALUE SPACES.
002120 01  SC-FROM-DATE               PIC 9(08) VALUE 0.
002130*
002140******************************************************************
002150*    PARM - FOUR DIGITS NNLL.  NN IS THE NUMBER OF RUNS IN AN   *
002160*    AUTOMATIC BASELINE (AND IN A REBASE CARD WITH NO DATES);   *
002170*    LL IS HOW MANY OF EACH GROUP'S LATEST RUNS HAVE THEIR      *
002180*    VIOLATIONS PRINTED.  DEFAULTS TO TWENTY RUNS AND ONE RUN   *
002190*    - TODAY'S - WITH NO PARM.                                  *
002200******************************************************************
002210 01  SC-PARM-DIGITS             PIC X(04) VALUE "2001".
002220 01  SC-PARM-DIGITS-R REDEFINES SC-PARM-DIGITS.
002230     05  SC-BASE-RUNS           PIC 9(02).
002240     05  SC-REPORT-RUNS         PIC 9(02).
002250*
002260 01  SC-RUN-DATE                PIC 9(06).
002270 01  SC-RUN-DATE-R REDEFINES SC-RUN-DATE.
002280     05  SC-RUN-YY              PIC 9(02).
002290     05  SC-RUN-MM              PIC 9(02).
002300     05  SC-RUN-DD              PIC 9(02).
002310 01  SC-RUN-DATE-DISPLAY        PIC X(08).
002320 01  SC-TODAY-CCYYMMDD          PIC 9(08) VALUE 0.
002330*
002340******************************************************************
002350*    REPORT EDIT FIELDS AND HEADINGS                            *
002360******************************************************************
002370 01  SC-ED-CL                   PIC -ZZZ9.99999.
002380 01  SC-ED-UCL                  PIC -ZZZ9.99999.
002390 01  SC-ED-LCL                  PIC -ZZZ9.99999.
002400 01  SC-ED-SBAR                 PIC -ZZZ9.99999.
002410 01  SC-ED-SUCL                 PIC -ZZZ9.99999.
002420 01  SC-ED-SLCL                 PIC -ZZZ9.99999.
002430 01  SC-ED-MEAN                 PIC -ZZZ9.99999.
002440 01  SC-ED-STDDEV               PIC -ZZZ9.99999.
002450 01  SC-ED-RUNS                 PIC ZZZ9.
002460 01  SC-ED-TOTAL                PIC ZZZZZ9.
002470 01  SC-HEADING-1               PIC X(50)
002480    VALUE "SPCCHART - X-BAR/S CONTROL CHART RULE TESTS".
002490*
002500 LINKAGE SECTION.
002510 01  LK-PARM.
002520     05  LK-PARM-LEN             PIC S9(04) COMP.
002530     05  LK-PARM-TEXT            PIC X(08).
002540*
002550 PROCEDURE DIVISION USING LK-PARM.
002560******************************************************************
002570*    0000-MAINLINE                                              *
002580******************************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002620         UNTIL SC-END-OF-HISTORY.
002630     IF SC-RUN-COUNT > 0
002640         PERFORM 2200-ANALYZE-GROUP THRU 2200-EXIT
002650     END-IF.
002660     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002670     STOP RUN.
002680*
002690******************************************************************
002700*    1000-INITIALIZE      -  PICKS UP THE PARM, OPENS THE       *
002710*                            FILES, CREATING THE LIMITS FILE    *
002720*                            ON FIRST USE, LOADS THE REBASE     *
002730*                            CARDS, WRITES THE HEADING AND      *
002740*                            PRIMES THE HISTORY READ            *
002750******************************************************************
002760 1000-INITIALIZE.
002770     IF LK-PARM-LEN >= 4
002780         IF LK-PARM-TEXT(1:4) NUMERIC
002790             MOVE LK-PARM-TEXT(1:4) TO SC-PARM-DIGITS
002800         END-IF
002810     END-IF.
002820     IF SC-BASE-RUNS < 2
002830         MOVE 20 TO SC-BASE-RUNS
002840     END-IF.
002850     IF SC-REPORT-RUNS = 0
002860         MOVE 1 TO SC-REPORT-RUNS
002870     END-IF.
002880     OPEN INPUT HISTFILE.
002890     IF NOT SC-HISTFILE-OK
002900         DISPLAY "SPCCHART - HISTFILE OPEN FAILED, STATUS="
002910             SC-HISTFILE-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN I-O LIMFILE.
002960     IF NOT SC-LIMFILE-OK
002970         OPEN OUTPUT LIMFILE
002980         CLOSE LIMFILE
002990         OPEN I-O LIMFILE
003000     END-IF.
003010     IF NOT SC-LIMFILE-OK
003020         DISPLAY "SPCCHART - LIMFILE OPEN FAILED, STATUS="
003030             SC-LIMFILE-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN INPUT SPCCARD.
003080     IF NOT SC-SPCCARD-OK
003090         DISPLAY "SPCCHART - SPCCARD OPEN FAILED, STATUS="
003100             SC-SPCCARD-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     OPEN OUTPUT SPCRPT.
003150     IF NOT SC-SPCRPT-OK
003160         DISPLAY "SPCCHART - SPCRPT OPEN FAILED, STATUS="
003170             SC-SPCRPT-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     ACCEPT SC-RUN-DATE FROM DATE.
003220     COMPUTE SC-TODAY-CCYYMMDD = 20000000 + SC-RUN-DATE.
003230     STRING SC-RUN-MM "/" SC-RUN-DD "/" SC-RUN-YY
003240         DELIMITED BY SIZE INTO SC-RUN-DATE-DISPLAY.
003250     MOVE SPACES TO SC-REPORT-LINE.
003260     MOVE SC-HEADING-1 TO SC-REPORT-LINE.
003270     WRITE SC-REPORT-LINE.
003280     MOVE SPACES TO SC-REPORT-LINE.
003290     STRING "RUN DATE: " SC-RUN-DATE-DISPLAY
003300            "   BASELINE RUNS " SC-BASE-RUNS
003310            "   VIOLATIONS LISTED FOR LATEST " SC-REPORT-RUNS
003320            " RUNS"
003330         DELIMITED BY SIZE INTO SC-REPORT-LINE.
003340     WRITE SC-REPORT-LINE.
003350     PERFORM 1200-LOAD-CARDS THRU 1200-EXIT.
003360     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410*    1100-READ-HISTORY    -  READS ONE HISTORY RECORD IN KEY    *
003420*                            ORDER                              *
003430******************************************************************
003440 1100-READ-HISTORY.
003450     READ HISTFILE.
003460     IF NOT SC-HISTFILE-OK
003470         SET SC-END-OF-HISTORY TO TRUE
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*    1200-LOAD-CARDS      -  READS EVERY REBASE CARD INTO THE   *
003540*                            CARD TABLE                         *
003550******************************************************************
003560 1200-LOAD-CARDS.
003570     PERFORM 1210-READ-CARD THRU 1210-EXIT.
003580     PERFORM 1220-STORE-CARD THRU 1220-EXIT
003590         UNTIL SC-END-OF-CARDS.
003600 1200-EXIT.
003610     EXIT.
003620*
003630******************************************************************
003640*    1210-READ-CARD       -  READS ONE REBASE CARD              *
003650******************************************************************
003660 1210-READ-CARD.
003670     READ SPCCARD.
003680     IF SC-SPCCARD-EOF
003690         SET SC-END-OF-CARDS TO TRUE
003700     END-IF.
003710 1210-EXIT.
003720     EXIT.
003730*
003740******************************************************************
003750*    1220-STORE-CARD      -  EDITS AND STORES ONE REBASE CARD.  *
003760*                            AN UNRECOGNISED ACTION, A BLANK    *
003770*                            GROUP OR A DATE THAT IS NOT        *
003780*                            NUMERIC IS REFUSED AND LOGGED; A   *
003790*                            FULL TABLE ABENDS - A REBASE       *
003800*                            SILENTLY DROPPED WOULD LEAVE A     *
003810*                            REPLACED SENSOR ON ITS OLD LIMITS. *
003820******************************************************************
003830 1220-STORE-CARD.
003840     IF LC-CONTROL-CARD = SPACES
003850         GO TO 1220-NEXT
003860     END-IF.
003870     ADD 1 TO SC-CARDS-READ.
003880     IF NOT LC-ACTION-REBASE
003890         MOVE SPACES TO SC-REPORT-LINE
003900         STRING "REFUSED: UNRECOGNISED ACTION " LC-ACTION
003910             DELIMITED BY SIZE INTO SC-REPORT-LINE
003920         WRITE SC-REPORT-LINE
003930         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
003940         GO TO 1220-NEXT
003950     END-IF.
003960     IF LC-GROUP-ID = SPACES
003970         MOVE SPACES TO SC-REPORT-LINE
003980         MOVE "REFUSED: REBASE CARD WITH A BLANK GROUP ID"
003990             TO SC-REPORT-LINE
004000         WRITE SC-REPORT-LINE
004010         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
004020         GO TO 1220-NEXT
004030     END-IF.
004040     IF LC-FROM-DATE-X = SPACES
004050         MOVE ZEROES TO LC-FROM-DATE-X
004060     END-IF.
004070     IF LC-TO-DATE-X = SPACES
004080         MOVE ZEROES TO LC-TO-DATE-X
004090     END-IF.
004100     IF LC-FROM-DATE-X NOT NUMERIC
004110         OR LC-TO-DATE-X NOT NUMERIC
004120         OR LC-FROM-DATE > LC-TO-DATE
004130         MOVE SPACES TO SC-REPORT-LINE
004140         STRING "REFUSED: REBASE " LC-GROUP-ID
004150                " - WINDOW DATES INVALID: " LC-FROM-DATE-X
004160                " " LC-TO-DATE-X
004170             DELIMITED BY SIZE INTO SC-REPORT-LINE
004180         WRITE SC-REPORT-LINE
004190         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
004200         GO TO 1220-NEXT
004210     END-IF.
004220     IF SC-REB-COUNT >= SC-REB-MAX
004230         DISPLAY "SPCCHART - REBASE CARD TABLE FULL AT "
004240             SC-REB-MAX
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     ADD 1 TO SC-REB-COUNT.
004290     MOVE LC-GROUP-ID TO SC-REB-GROUP(SC-REB-COUNT).
004300     MOVE LC-FROM-DATE TO SC-REB-FROM(SC-REB-COUNT).
004310     MOVE LC-TO-DATE TO SC-REB-TO(SC-REB-COUNT).
004320     MOVE LC-KEYED-BY TO SC-REB-KEYED-BY(SC-REB-COUNT).
004330     MOVE "N" TO SC-REB-USED-FLAG(SC-REB-COUNT).
004340 1220-NEXT.
004350     PERFORM 1210-READ-CARD THRU 1210-EXIT.
004360 1220-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400*    2000-PROCESS-RECORD  -  BREAKS ON GROUP ID AND STORES ONE  *
004410*                            RUN IN THE TABLE                   *
004420******************************************************************
004430 2000-PROCESS-RECORD.
004440     IF SC-FIRST-RECORD
004450         MOVE HS-GROUP-ID TO SC-CURRENT-GROUP
004460         MOVE "N" TO SC-FIRST-REC-SWITCH
004470     ELSE
004480         IF HS-GROUP-ID NOT = SC-CURRENT-GROUP
004490             PERFORM 2200-ANALYZE-GROUP THRU 2200-EXIT
004500             MOVE 0 TO SC-RUN-COUNT
004510             MOVE HS-GROUP-ID TO SC-CURRENT-GROUP
004520         END-IF
004530     END-IF.
004540     PERFORM 2100-STORE-RUN THRU 2100-EXIT.
004550     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
004560 2000-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600*    2100-STORE-RUN       -  APPENDS ONE RUN TO THE TABLE,      *
004610*                            SHIFTING THE OLDEST OUT WHEN FULL  *
004620******************************************************************
004630 2100-STORE-RUN.
004640     IF SC-RUN-COUNT >= SC-RUN-MAX
004650         PERFORM 2110-SHIFT-TABLE THRU 2110-EXIT
004660             VARYING SC-X FROM 1 BY 1
004670             UNTIL SC-X >= SC-RUN-MAX
004680         SUBTRACT 1 FROM SC-RUN-COUNT
004690     END-IF.
004700     ADD 1 TO SC-RUN-COUNT.
004710     MOVE HS-RUN-DATE TO SC-PT-DATE(SC-RUN-COUNT).
004720     IF HS-COUNT NUMERIC
004730         MOVE HS-COUNT TO SC-PT-COUNT(SC-RUN-COUNT)
004740     ELSE
004750         MOVE 0 TO SC-PT-COUNT(SC-RUN-COUNT)
004760     END-IF.
004770     MOVE HS-MEAN TO SC-PT-MEAN(SC-RUN-COUNT).
004780     MOVE HS-STDDEV TO SC-PT-STDDEV(SC-RUN-COUNT).
004790     MOVE 0 TO SC-PT-DEV(SC-RUN-COUNT).
004800 2100-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840*    2110-SHIFT-TABLE     -  MOVES ONE ENTRY DOWN A SLOT        *
004850******************************************************************
004860 2110-SHIFT-TABLE.
004870     IF SC-X < SC-RUN-MAX
004880         MOVE SC-RUN-ENTRY(SC-X + 1) TO SC-RUN-ENTRY(SC-X)
004890     END-IF.
004900 2110-EXIT.
004910     EXIT.
004920*
004930******************************************************************
004940*    2200-ANALYZE-GROUP   -  SETTLES THE GROUP'S CONTROL        *
004950*                            LIMITS - A REBASE CARD FIRST, THEN *
004960*                            THE LIMITS ON FILE, THEN AN        *
004970*                            AUTOMATIC BASELINE ONCE THE GROUP  *
004980*                            HAS ENOUGH RUNS - AND TESTS THE    *
004990*                            RUNS AFTER THE BASELINE AGAINST    *
005000*                            THE RULES.  A GROUP STILL SHORT OF *
005010*                            A BASELINE IS LISTED AS PENDING.   *
005020******************************************************************
005030 2200-ANALYZE-GROUP.
005040     ADD 1 TO SC-GROUPS-READ.
005050     MOVE 0 TO SC-GROUP-VIOLATIONS.
005060     MOVE "N" TO SC-BASELINE-SWITCH.
005070     MOVE SC-CURRENT-GROUP TO CL-GROUP-ID.
005080     READ LIMFILE.
005090     IF SC-LIMFILE-OK
005100         MOVE "Y" TO SC-LIMITS-SWITCH
005110     ELSE
005120         MOVE "N" TO SC-LIMITS-SWITCH
005130     END-IF.
005140     PERFORM 2210-FIND-REBASE THRU 2210-EXIT.
005150     IF SC-REB-SUB > 0
005160         PERFORM 2300-REBASE-GROUP THRU 2300-EXIT
005170     ELSE
005180         IF NOT SC-LIMITS-ON-FILE
005190             PERFORM 2400-AUTO-BASELINE THRU 2400-EXIT
005200         END-IF
005210     END-IF.
005220     IF NOT SC-LIMITS-ON-FILE
005230         ADD 1 TO SC-GROUPS-PENDING
005240         MOVE SC-RUN-COUNT TO SC-ED-RUNS
005250         MOVE SPACES TO SC-REPORT-LINE
005260         STRING "GROUP " SC-CURRENT-GROUP
005270                "  BASELINE PENDING - " SC-ED-RUNS
005280                " RUNS ON FILE"
005290             DELIMITED BY SIZE INTO SC-REPORT-LINE
005300         WRITE SC-REPORT-LINE
005310         GO TO 2200-EXIT
005320     END-IF.
005330     PERFORM 2600-WRITE-LIMITS-LINE THRU 2600-EXIT.
005340     IF CL-SIGMA-XBAR NOT > 0
005350         MOVE SPACES TO SC-REPORT-LINE
005360         STRING "  ZERO SIGMA ON THE BASELINE - "
005370                "REBASE BEFORE TESTING"
005380             DELIMITED BY SIZE INTO SC-REPORT-LINE
005390         WRITE SC-REPORT-LINE
005400         GO TO 2200-EXIT
005410     END-IF.
005420     ADD 1 TO SC-GROUPS-TESTED.
005430     PERFORM 2700-TEST-GROUP THRU 2700-EXIT.
005440     IF SC-GROUP-VIOLATIONS > 0
005450         ADD 1 TO SC-GROUPS-OUT
005460     ELSE
005470         MOVE SPACES TO SC-REPORT-LINE
005480         MOVE "  IN CONTROL" TO SC-REPORT-LINE
005490         WRITE SC-REPORT-LINE
005500     END-IF.
005510 2200-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550*    2210-FIND-REBASE     -  LINEAR SEARCH OF THE REBASE CARD   *
005560*                            TABLE ON THE CURRENT GROUP.  WITH  *
005570*                            TWO CARDS FOR ONE GROUP THE LAST   *
005580*                            ONE KEYED WINS.                    *
005590******************************************************************
005600 2210-FIND-REBASE.
005610     MOVE 0 TO SC-REB-SUB.
005620     PERFORM 2211-CHECK-REBASE THRU 2211-EXIT
005630         VARYING SC-X FROM 1 BY 1
005640         UNTIL SC-X > SC-REB-COUNT.
005650 2210-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    2211-CHECK-REBASE    -  COMPARES ONE REBASE TABLE ENTRY    *
005700******************************************************************
005710 2211-CHECK-REBASE.
005720     IF SC-REB-GROUP(SC-X) = SC-CURRENT-GROUP
005730         IF SC-REB-SUB > 0
005740             MOVE "Y" TO SC-REB-USED-FLAG(SC-REB-SUB)
005750         END-IF
005760         MOVE SC-X TO SC-REB-SUB
005770     END-IF.
005780 2211-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820*    2300-REBASE-GROUP    -  REBUILDS THE GROUP'S LIMITS FROM   *
005830*                            THE WINDOW ON ITS REBASE CARD - THE*
005840*                            RUNS DATED INSIDE THE CARD DATES,  *
005850*                            OR THE LATEST BASELINE-SIZE RUNS   *
005860*                            WHEN THE CARD CARRIES NO DATES.    *
005870*                            FEWER THAN TWO RUNS IN THE WINDOW  *
005880*                            REFUSES THE CARD AND LEAVES ANY    *
005890*                            LIMITS ON FILE AS THEY WERE.       *
005900******************************************************************
005910 2300-REBASE-GROUP.
005920     MOVE "Y" TO SC-REB-USED-FLAG(SC-REB-SUB).
005930     MOVE 0 TO SC-BASE-START.
005940     MOVE 0 TO SC-BASE-END.
005950     IF SC-REB-FROM(SC-REB-SUB) = 0
005960         AND SC-REB-TO(SC-REB-SUB) = 0
005970         MOVE SC-RUN-COUNT TO SC-BASE-END
005980         IF SC-RUN-COUNT > SC-BASE-RUNS
005990             COMPUTE SC-BASE-START =
006000                 SC-RUN-COUNT - SC-BASE-RUNS + 1
006010         ELSE
006020             MOVE 1 TO SC-BASE-START
006030         END-IF
006040     ELSE
006050         PERFORM 2310-FIND-WINDOW THRU 2310-EXIT
006060             VARYING SC-X FROM 1 BY 1
006070             UNTIL SC-X > SC-RUN-COUNT
006080     END-IF.
006090     IF SC-BASE-START > 0
006100         PERFORM 2500-COMPUTE-LIMITS THRU 2500-EXIT
006110     END-IF.
006120     IF NOT SC-BASELINE-BUILT
006130         MOVE SPACES TO SC-REPORT-LINE
006140         STRING "REFUSED: REBASE " SC-CURRENT-GROUP
006150                " - FEWER THAN TWO USABLE RUNS IN THE WINDOW"
006160             DELIMITED BY SIZE INTO SC-REPORT-LINE
006170         WRITE SC-REPORT-LINE
006180         PERFORM 8100-REFUSE-CARD THRU 8100-EXIT
006190         GO TO 2300-EXIT
006200     END-IF.
006210     MOVE "R" TO CL-BASELINE-SOURCE.
006220     MOVE SC-REB-KEYED-BY(SC-REB-SUB) TO CL-REBASED-BY.
006230     PERFORM 2550-SAVE-LIMITS THRU 2550-EXIT.
006240     ADD 1 TO SC-CARDS-APPLIED.
006250     MOVE SPACES TO SC-REPORT-LINE.
006260     STRING "APPLIED: REBASE " SC-CURRENT-GROUP
006270            " FROM " CL-BASE-FROM-DATE " TO " CL-BASE-TO-DATE
006280            " KEYED BY " CL-REBASED-BY
006290         DELIMITED BY SIZE INTO SC-REPORT-LINE.
006300     WRITE SC-REPORT-LINE.
006310     DISPLAY "SPCCHART - CONTROL LIMITS REBASED FOR GROUP "
006320         SC-CURRENT-GROUP.
006330 2300-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*    2310-FIND-WINDOW     -  WIDENS THE BASELINE WINDOW TO TAKE *
006380*                            IN ONE RUN DATED INSIDE THE CARD   *
006390*                            DATES                              *
006400******************************************************************
006410 2310-FIND-WINDOW.
006420     IF SC-PT-DATE(SC-X) < SC-REB-FROM(SC-REB-SUB)
006430         OR SC-PT-DATE(SC-X) > SC-REB-TO(SC-REB-SUB)
006440         GO TO 2310-EXIT
006450     END-IF.
006460     IF SC-BASE-START = 0
006470         MOVE SC-X TO SC-BASE-START
006480     END-IF.
006490     MOVE SC-X TO SC-BASE-END.
006500 2310-EXIT.
006510     EXIT.
006520*
006530******************************************************************
006540*    2400-AUTO-BASELINE   -  BUILDS THE FIRST LIMITS FOR A      *
006550*                            GROUP WITH NONE ON FILE FROM ITS   *
006560*                            EARLIEST BASELINE-SIZE RUNS, ONCE  *
006570*                            IT HAS THAT MANY                   *
006580******************************************************************
006590 2400-AUTO-BASELINE.
006600     IF SC-RUN-COUNT < SC-BASE-RUNS
006610         GO TO 2400-EXIT
006620     END-IF.
006630     MOVE 1 TO SC-BASE-START.
006640     MOVE SC-BASE-RUNS TO SC-BASE-END.
006650     PERFORM 2500-COMPUTE-LIMITS THRU 2500-EXIT.
006660     IF NOT SC-BASELINE-BUILT
006670         GO TO 2400-EXIT
006680     END-IF.
006690     MOVE "A" TO CL-BASELINE-SOURCE.
006700     MOVE SPACES TO CL-REBASED-BY.
006710     PERFORM 2550-SAVE-LIMITS THRU 2550-EXIT.
006720 2400-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*    2500-COMPUTE-LIMITS  -  BUILDS THE X-BAR AND S CHART       *
006770*                            LIMITS FROM THE RUNS BETWEEN       *
006780*                            SC-BASE-START AND SC-BASE-END INTO *
006790*                            THE LIMITS RECORD.  NEEDS AT LEAST *
006800*                            TWO RUNS AND AN AVERAGE SUBGROUP   *
006810*                            OF TWO READINGS, ELSE NOTHING IS   *
006820*                            BUILT.                             *
006830******************************************************************
006840 2500-COMPUTE-LIMITS.
006850     MOVE "N" TO SC-BASELINE-SWITCH.
006860     MOVE 0 TO SC-SUM-MEANS.
006870     MOVE 0 TO SC-SUM-STDDEVS.
006880     MOVE 0 TO SC-SUM-COUNTS.
006890     MOVE 0 TO SC-BASE-USED.
006900     PERFORM 2510-ADD-BASE-RUN THRU 2510-EXIT
006910         VARYING SC-X FROM SC-BASE-START BY 1
006920         UNTIL SC-X > SC-BASE-END.
006930     IF SC-BASE-USED < 2
006940         GO TO 2500-EXIT
006950     END-IF.
006960     COMPUTE SC-NBAR ROUNDED = SC-SUM-COUNTS / SC-BASE-USED.
006970     IF SC-NBAR < 2
006980         GO TO 2500-EXIT
006990     END-IF.
007000     MOVE SPACES TO CL-LIMITS-RECORD.
007010     MOVE SC-CURRENT-GROUP TO CL-GROUP-ID.
007020     MOVE SC-PT-DATE(SC-BASE-START) TO CL-BASE-FROM-DATE.
007030     MOVE SC-PT-DATE(SC-BASE-END) TO CL-BASE-TO-DATE.
007040     MOVE SC-BASE-USED TO CL-BASE-RUNS.
007050     MOVE SC-NBAR TO CL-AVG-SUBGROUP.
007060     COMPUTE CL-CENTER-LINE ROUNDED =
007070         SC-SUM-MEANS / SC-BASE-USED.
007080     COMPUTE CL-S-BAR ROUNDED = SC-SUM-STDDEVS / SC-BASE-USED.
007090     COMPUTE SC-C4 ROUNDED =
007100         (4 * (SC-NBAR - 1)) / ((4 * SC-NBAR) - 3).
007110     COMPUTE SC-SIGMA-HAT ROUNDED = CL-S-BAR / SC-C4.
007120     COMPUTE SC-ROOT-N ROUNDED = SC-NBAR ** (1 / 2).
007130     COMPUTE CL-SIGMA-XBAR ROUNDED = SC-SIGMA-HAT / SC-ROOT-N.
007140     COMPUTE CL-XBAR-UCL =
007150         CL-CENTER-LINE + (3 * CL-SIGMA-XBAR).
007160     COMPUTE CL-XBAR-LCL =
007170         CL-CENTER-LINE - (3 * CL-SIGMA-XBAR).
007180     COMPUTE SC-B-FACTOR ROUNDED =
007190         (3 * ((1 - (SC-C4 * SC-C4)) ** (1 / 2))) / SC-C4.
007200     COMPUTE CL-S-UCL ROUNDED = CL-S-BAR * (1 + SC-B-FACTOR).
007210     COMPUTE SC-S-LOW-WORK ROUNDED =
007220         CL-S-BAR * (1 - SC-B-FACTOR).
007230     IF SC-S-LOW-WORK < 0
007240         MOVE 0 TO SC-S-LOW-WORK
007250     END-IF.
007260     MOVE SC-S-LOW-WORK TO CL-S-LCL.
007270     MOVE SC-TODAY-CCYYMMDD TO CL-COMPUTED-DATE.
007280     MOVE "Y" TO SC-BASELINE-SWITCH.
007290 2500-EXIT.
007300     EXIT.
007310*
007320******************************************************************
007330*    2510-ADD-BASE-RUN    -  ROLLS ONE BASELINE RUN INTO THE    *
007340*                            SUMS.  A RUN WITH A ZERO COUNT IS  *
007350*                            PASSED OVER.                       *
007360******************************************************************
007370 2510-ADD-BASE-RUN.
007380     IF SC-PT-COUNT(SC-X) = 0
007390         GO TO 2510-EXIT
007400     END-IF.
007410     ADD SC-PT-MEAN(SC-X) TO SC-SUM-MEANS.
007420     ADD SC-PT-STDDEV(SC-X) TO SC-SUM-STDDEVS.
007430     ADD SC-PT-COUNT(SC-X) TO SC-SUM-COUNTS.
007440     ADD 1 TO SC-BASE-USED.
007450 2510-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    2550-SAVE-LIMITS     -  WRITES THE NEW LIMITS RECORD, OR   *
007500*                            REPLACES THE ONE ON FILE           *
007510******************************************************************
007520 2550-SAVE-LIMITS.
007530     IF SC-LIMITS-ON-FILE
007540         REWRITE CL-LIMITS-RECORD
007550     ELSE
007560         WRITE CL-LIMITS-RECORD
007570     END-IF.
007580     IF NOT SC-LIMFILE-OK
007590         DISPLAY "SPCCHART - LIMFILE WRITE FAILED, STATUS="
007600             SC-LIMFILE-STATUS " GROUP " SC-CURRENT-GROUP
007610         MOVE 16 TO RETURN-CODE
007620         STOP RUN
007630     END-IF.
007640     MOVE "Y" TO SC-LIMITS-SWITCH.
007650     ADD 1 TO SC-GROUPS-BASELINED.
007660 2550-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700*    2600-WRITE-LIMITS-LINE - PRINTS THE GROUP'S LIMITS AND THE *
007710*                            BASELINE THEY CAME FROM            *
007720******************************************************************
007730 2600-WRITE-LIMITS-LINE.
007740     MOVE CL-CENTER-LINE TO SC-ED-CL.
007750     MOVE CL-XBAR-UCL TO SC-ED-UCL.
007760     MOVE CL-XBAR-LCL TO SC-ED-LCL.
007770     MOVE CL-S-BAR TO SC-ED-SBAR.
007780     MOVE CL-S-UCL TO SC-ED-SUCL.
007790     MOVE CL-S-LCL TO SC-ED-SLCL.
007800     MOVE SPACES TO SC-REPORT-LINE.
007810     WRITE SC-REPORT-LINE.
007820     MOVE SPACES TO SC-REPORT-LINE.
007830     STRING "GROUP " SC-CURRENT-GROUP
007840            "  CL"   SC-ED-CL
007850            "  UCL"  SC-ED-UCL
007860            "  LCL"  SC-ED-LCL
007870            "  SBAR" SC-ED-SBAR
007880            "  SUCL" SC-ED-SUCL
007890            "  SLCL" SC-ED-SLCL
007900         DELIMITED BY SIZE INTO SC-REPORT-LINE.
007910     WRITE SC-REPORT-LINE.
007920     MOVE CL-BASE-RUNS TO SC-ED-RUNS.
007930     MOVE SPACES TO SC-REPORT-LINE.
007940     STRING "  BASELINE " CL-BASE-FROM-DATE
007950            " TO " CL-BASE-TO-DATE
007960            "  RUNS " SC-ED-RUNS
007970            "  SET " CL-COMPUTED-DATE
007980            "  SOURCE " CL-BASELINE-SOURCE
007990            " " CL-REBASED-BY
008000         DELIMITED BY SIZE INTO SC-REPORT-LINE.
008010     WRITE SC-REPORT-LINE.
008020 2600-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060*    2700-TEST-GROUP      -  WORKS OUT EACH POST-BASELINE RUN'S *
008070*                            DEVIATION FROM THE CENTRE LINE AND *
008080*                            RUNS THE RULES ON EVERY ONE OF THE *
008090*                            GROUP'S LATEST PARM-WINDOW RUNS.   *
008100*                            THE EARLIER POST-BASELINE RUNS     *
008110*                            STILL COUNT TOWARDS THE PATTERNS.  *
008120******************************************************************
008130 2700-TEST-GROUP.
008140     MOVE 0 TO SC-TEST-START.
008150     PERFORM 2710-SET-DEVIATION THRU 2710-EXIT
008160         VARYING SC-X FROM 1 BY 1
008170         UNTIL SC-X > SC-RUN-COUNT.
008180     IF SC-TEST-START = 0
008190         GO TO 2700-EXIT
008200     END-IF.
008210     MOVE SC-TEST-START TO SC-REPORT-START.
008220     IF SC-RUN-COUNT > SC-REPORT-RUNS
008230         IF SC-RUN-COUNT - SC-REPORT-RUNS + 1 > SC-REPORT-START
008240             COMPUTE SC-REPORT-START =
008250                 SC-RUN-COUNT - SC-REPORT-RUNS + 1
008260         END-IF
008270     END-IF.
008280     PERFORM 2800-TEST-POINT THRU 2800-EXIT
008290         VARYING SC-X FROM SC-REPORT-START BY 1
008300         UNTIL SC-X > SC-RUN-COUNT.
008310 2700-EXIT.
008320     EXIT.
008330*
008340******************************************************************
008350*    2710-SET-DEVIATION   -  SETS ONE RUN'S DEVIATION AND NOTES *
008360*                            THE FIRST RUN DATED AFTER THE      *
008370*                            BASELINE                           *
008380******************************************************************
008390 2710-SET-DEVIATION.
008400     COMPUTE SC-PT-DEV(SC-X) =
008410         SC-PT-MEAN(SC-X) - CL-CENTER-LINE.
008420     IF SC-TEST-START = 0
008430         AND SC-PT-DATE(SC-X) > CL-BASE-TO-DATE
008440         MOVE SC-X TO SC-TEST-START
008450     END-IF.
008460 2710-EXIT.
008470     EXIT.
008480*
008490******************************************************************
008500*    2800-TEST-POINT      -  RUNS THE FIVE WESTERN ELECTRIC     *
008510*                            RULES AND THE S CHART TEST ON THE  *
008520*                            PATTERN ENDING AT RUN SC-X.  THE   *
008530*                            ZONE RULES COUNT ONLY WHEN RUN     *
008540*                            SC-X ITSELF IS ONE OF THE POINTS   *
008550*                            BEYOND THE ZONE, SO ONE EXCURSION  *
008560*                            IS NOT REPORTED TWICE.             *
008570******************************************************************
008580 2800-TEST-POINT.
008590*    RULE 1 - ONE POINT BEYOND 3 SIGMA
008600     COMPUTE SC-BAND-LIMIT = 3 * CL-SIGMA-XBAR.
008610     COMPUTE SC-NEG-LIMIT = 0 - SC-BAND-LIMIT.
008620     IF SC-PT-DEV(SC-X) > SC-BAND-LIMIT
008630         OR SC-PT-DEV(SC-X) < SC-NEG-LIMIT
008640         MOVE "1" TO SC-RULE-NO
008650         MOVE "ONE POINT BEYOND 3 SIGMA" TO SC-RULE-TEXT
008660         MOVE SC-PT-DATE(SC-X) TO SC-FROM-DATE
008670         PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
008680     END-IF.
008690*    RULE 2 - 2 OF 3 BEYOND 2 SIGMA, SAME SIDE
008700     IF SC-X >= SC-TEST-START + 2
008710         COMPUTE SC-BAND-LIMIT = 2 * CL-SIGMA-XBAR
008720         COMPUTE SC-SCAN-FROM = SC-X - 2
008730         PERFORM 2810-COUNT-BEYOND THRU 2810-EXIT
008740         IF (SC-UP-TALLY >= 2 AND SC-PT-DEV(SC-X) > SC-BAND-LIMIT)
008750             OR (SC-DOWN-TALLY >= 2
008760             AND SC-PT-DEV(SC-X) < SC-NEG-LIMIT)
008770             MOVE "2" TO SC-RULE-NO
008780             MOVE "2 OF 3 BEYOND 2 SIGMA" TO SC-RULE-TEXT
008790             MOVE SC-PT-DATE(SC-SCAN-FROM) TO SC-FROM-DATE
008800             PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
008810         END-IF
008820     END-IF.
008830*    RULE 3 - 4 OF 5 BEYOND 1 SIGMA, SAME SIDE
008840     IF SC-X >= SC-TEST-START + 4
008850         MOVE CL-SIGMA-XBAR TO SC-BAND-LIMIT
008860         COMPUTE SC-SCAN-FROM = SC-X - 4
008870         PERFORM 2810-COUNT-BEYOND THRU 2810-EXIT
008880         IF (SC-UP-TALLY >= 4 AND SC-PT-DEV(SC-X) > SC-BAND-LIMIT)
008890             OR (SC-DOWN-TALLY >= 4
008900             AND SC-PT-DEV(SC-X) < SC-NEG-LIMIT)
008910             MOVE "3" TO SC-RULE-NO
008920             MOVE "4 OF 5 BEYOND 1 SIGMA" TO SC-RULE-TEXT
008930             MOVE SC-PT-DATE(SC-SCAN-FROM) TO SC-FROM-DATE
008940             PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
008950         END-IF
008960     END-IF.
008970*    RULE 4 - 8 IN A ROW ON ONE SIDE OF THE CENTRE LINE
008980     IF SC-X >= SC-TEST-START + 7
008990         MOVE 0 TO SC-BAND-LIMIT
009000         COMPUTE SC-SCAN-FROM = SC-X - 7
009010         PERFORM 2810-COUNT-BEYOND THRU 2810-EXIT
009020         IF SC-UP-TALLY = 8 OR SC-DOWN-TALLY = 8
009030             MOVE "4" TO SC-RULE-NO
009040             MOVE "8 IN A ROW ON ONE SIDE" TO SC-RULE-TEXT
009050             MOVE SC-PT-DATE(SC-SCAN-FROM) TO SC-FROM-DATE
009060             PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
009070         END-IF
009080     END-IF.
009090*    RULE 5 - 6 IN A ROW STEADILY RISING OR FALLING
009100     IF SC-X >= SC-TEST-START + 5
009110         COMPUTE SC-SCAN-FROM = SC-X - 5
009120         PERFORM 2820-COUNT-TREND THRU 2820-EXIT
009130         IF SC-UP-TALLY = 5 OR SC-DOWN-TALLY = 5
009140             MOVE "5" TO SC-RULE-NO
009150             MOVE "6 IN A ROW TRENDING" TO SC-RULE-TEXT
009160             MOVE SC-PT-DATE(SC-SCAN-FROM) TO SC-FROM-DATE
009170             PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
009180         END-IF
009190     END-IF.
009200*    S CHART - RUN STDDEV OUTSIDE THE S LIMITS
009210     IF SC-PT-STDDEV(SC-X) > CL-S-UCL
009220         OR (CL-S-LCL > 0 AND SC-PT-STDDEV(SC-X) < CL-S-LCL)
009230         MOVE "1S" TO SC-RULE-NO
009240         MOVE "STDDEV BEYOND S CHART LIMITS" TO SC-RULE-TEXT
009250         MOVE SC-PT-DATE(SC-X) TO SC-FROM-DATE
009260         PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
009270     END-IF.
009280 2800-EXIT.
009290     EXIT.
009300*
009310******************************************************************
009320*    2810-COUNT-BEYOND    -  TALLIES THE RUNS FROM SC-SCAN-FROM *
009330*                            TO SC-X ABOVE PLUS SC-BAND-LIMIT   *
009340*                            AND BELOW MINUS SC-BAND-LIMIT      *
009350******************************************************************
009360 2810-COUNT-BEYOND.
009370     MOVE 0 TO SC-UP-TALLY.
009380     MOVE 0 TO SC-DOWN-TALLY.
009390     COMPUTE SC-NEG-LIMIT = 0 - SC-BAND-LIMIT.
009400     MOVE SC-X TO SC-SCAN-TO.
009410     PERFORM 2811-TALLY-ONE THRU 2811-EXIT
009420         VARYING SC-Y FROM SC-SCAN-FROM BY 1
009430         UNTIL SC-Y > SC-SCAN-TO.
009440 2810-EXIT.
009450     EXIT.
009460*
009470******************************************************************
009480*    2811-TALLY-ONE       -  TALLIES ONE RUN AGAINST THE BAND   *
009490******************************************************************
009500 2811-TALLY-ONE.
009510     IF SC-PT-DEV(SC-Y) > SC-BAND-LIMIT
009520         ADD 1 TO SC-UP-TALLY
009530     END-IF.
009540     IF SC-PT-DEV(SC-Y) < SC-NEG-LIMIT
009550         ADD 1 TO SC-DOWN-TALLY
009560     END-IF.
009570 2811-EXIT.
009580     EXIT.
009590*
009600******************************************************************
009610*    2820-COUNT-TREND     -  TALLIES THE RUN-TO-RUN RISES AND   *
009620*                            FALLS OF THE MEAN FROM SC-SCAN-    *
009630*                            FROM TO SC-X                       *
009640******************************************************************
009650 2820-COUNT-TREND.
009660     MOVE 0 TO SC-UP-TALLY.
009670     MOVE 0 TO SC-DOWN-TALLY.
009680     MOVE SC-X TO SC-SCAN-TO.
009690     PERFORM 2821-TREND-ONE THRU 2821-EXIT
009700         VARYING SC-Y FROM SC-SCAN-FROM BY 1
009710         UNTIL SC-Y >= SC-SCAN-TO.
009720 2820-EXIT.
009730     EXIT.
009740*
009750******************************************************************
009760*    2821-TREND-ONE       -  COMPARES ONE RUN WITH THE NEXT     *
009770******************************************************************
009780 2821-TREND-ONE.
009790     IF SC-PT-MEAN(SC-Y + 1) > SC-PT-MEAN(SC-Y)
009800         ADD 1 TO SC-UP-TALLY
009810     END-IF.
009820     IF SC-PT-MEAN(SC-Y + 1) < SC-PT-MEAN(SC-Y)
009830         ADD 1 TO SC-DOWN-TALLY
009840     END-IF.
009850 2821-EXIT.
009860     EXIT.
009870*
009880******************************************************************
009890*    2900-WRITE-VIOLATION -  PRINTS ONE RULE VIOLATION UNDER    *
009900*                            THE GROUP - RULE NUMBER, THE DATES *
009910*                            THE PATTERN SPANS AND THE RUN'S    *
009920*                            MEAN AND STDDEV                    *
009930******************************************************************
009940 2900-WRITE-VIOLATION.
009950     ADD 1 TO SC-GROUP-VIOLATIONS.
009960     ADD 1 TO SC-TOTAL-VIOLATIONS.
009970     MOVE SC-PT-MEAN(SC-X) TO SC-ED-MEAN.
009980     MOVE SC-PT-STDDEV(SC-X) TO SC-ED-STDDEV.
009990     MOVE SPACES TO SC-REPORT-LINE.
010000     STRING "  *** SPC *** RULE " SC-RULE-NO
010010            "  " SC-RULE-TEXT
010020            "  FROM " SC-FROM-DATE
010030            " TO " SC-PT-DATE(SC-X)
010040            "  MEAN" SC-ED-MEAN
010050            "  STDDEV" SC-ED-STDDEV
010060         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010070     WRITE SC-REPORT-LINE.
010080 2900-EXIT.
010090     EXIT.
010100*
010110******************************************************************
010120*    3000-FINALIZE        -  REFUSES ANY REBASE CARD WHOSE      *
010130*                            GROUP NEVER CAME PAST, PRINTS THE  *
010140*                            TOTALS, CLOSES THE FILES AND SETS  *
010150*                            THE RETURN CODE - 8 ON A REFUSED   *
010160*                            CARD, 4 WHEN ANY GROUP IS OUT OF   *
010170*                            CONTROL                            *
010180******************************************************************
010190 3000-FINALIZE.
010200     PERFORM 3100-CHECK-UNUSED-CARD THRU 3100-EXIT
010210         VARYING SC-X FROM 1 BY 1
010220         UNTIL SC-X > SC-REB-COUNT.
010230     MOVE SPACES TO SC-REPORT-LINE.
010240     WRITE SC-REPORT-LINE.
010250     MOVE SC-GROUPS-READ TO SC-ED-TOTAL.
010260     MOVE SPACES TO SC-REPORT-LINE.
010270     STRING "GROUPS READ:            " SC-ED-TOTAL
010280         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010290     WRITE SC-REPORT-LINE.
010300     MOVE SC-GROUPS-TESTED TO SC-ED-TOTAL.
010310     MOVE SPACES TO SC-REPORT-LINE.
010320     STRING "GROUPS TESTED:          " SC-ED-TOTAL
010330         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010340     WRITE SC-REPORT-LINE.
010350     MOVE SC-GROUPS-BASELINED TO SC-ED-TOTAL.
010360     MOVE SPACES TO SC-REPORT-LINE.
010370     STRING "LIMITS SET THIS RUN:    " SC-ED-TOTAL
010380         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010390     WRITE SC-REPORT-LINE.
010400     MOVE SC-GROUPS-PENDING TO SC-ED-TOTAL.
010410     MOVE SPACES TO SC-REPORT-LINE.
010420     STRING "BASELINE PENDING:       " SC-ED-TOTAL
010430         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010440     WRITE SC-REPORT-LINE.
010450     MOVE SC-GROUPS-OUT TO SC-ED-TOTAL.
010460     MOVE SPACES TO SC-REPORT-LINE.
010470     STRING "GROUPS OUT OF CONTROL:  " SC-ED-TOTAL
010480         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010490     WRITE SC-REPORT-LINE.
010500     MOVE SC-TOTAL-VIOLATIONS TO SC-ED-TOTAL.
010510     MOVE SPACES TO SC-REPORT-LINE.
010520     STRING "RULE VIOLATIONS:        " SC-ED-TOTAL
010530         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010540     WRITE SC-REPORT-LINE.
010550     MOVE SC-CARDS-READ TO SC-ED-TOTAL.
010560     MOVE SPACES TO SC-REPORT-LINE.
010570     STRING "REBASE CARDS READ:      " SC-ED-TOTAL
010580         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010590     WRITE SC-REPORT-LINE.
010600     MOVE SC-CARDS-APPLIED TO SC-ED-TOTAL.
010610     MOVE SPACES TO SC-REPORT-LINE.
010620     STRING "REBASE CARDS APPLIED:   " SC-ED-TOTAL
010630         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010640     WRITE SC-REPORT-LINE.
010650     MOVE SC-CARDS-REFUSED TO SC-ED-TOTAL.
010660     MOVE SPACES TO SC-REPORT-LINE.
010670     STRING "REBASE CARDS REFUSED:   " SC-ED-TOTAL
010680         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010690     WRITE SC-REPORT-LINE.
010700     CLOSE HISTFILE.
010710     CLOSE LIMFILE.
010720     CLOSE SPCCARD.
010730     CLOSE SPCRPT.
010740     IF SC-GROUPS-OUT > 0 AND SC-WORST-RC < 4
010750         MOVE 4 TO SC-WORST-RC
010760     END-IF.
010770     MOVE SC-WORST-RC TO RETURN-CODE.
010780 3000-EXIT.
010790     EXIT.
010800*
010810******************************************************************
010820*    3100-CHECK-UNUSED-CARD - REFUSES ONE REBASE CARD WHOSE     *
010830*                            GROUP HAS NO HISTORY ON FILE       *
010840******************************************************************
010850 3100-CHECK-UNUSED-CARD.
010860     IF SC-REB-USED-FLAG(SC-X) = "Y"
010870         GO TO 3100-EXIT
010880     END-IF.
010890     MOVE SPACES TO SC-REPORT-LINE.
010900     STRING "REFUSED: REBASE " SC-REB-GROUP(SC-X)
010910            " - GROUP HAS NO HISTORY ON FILE"
010920         DELIMITED BY SIZE INTO SC-REPORT-LINE.
010930     WRITE SC-REPORT-LINE.
010940     PERFORM 8100-REFUSE-CARD THRU 8100-EXIT.
010950 3100-EXIT.
010960     EXIT.
010970*
010980******************************************************************
010990*    8100-REFUSE-CARD     -  COUNTS ONE REFUSED REBASE CARD AND *
011000*                            RAISES THE RETURN CODE TO 8        *
011010******************************************************************
011020 8100-REFUSE-CARD.
011030     ADD 1 TO SC-CARDS-REFUSED.
011040     IF SC-WORST-RC < 8
011050         MOVE 8 TO SC-WORST-RC
011060     END-IF.
011070 8100-EXIT.
011080     EXIT.
