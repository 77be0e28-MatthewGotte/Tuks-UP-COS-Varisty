000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    CALMAINT                                        *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       BATCH MAINTENANCE FOR THE CALIBRATION MASTER    *
000190*                (CMRECCPY) USED BY S20734621 TO TURN RAW        *
000200*                READINGS INTO CALIBRATED VALUES.  DATA CONTROL  *
000210*                SUBMITS ONE CARD (CTRECCPY) PER ACTION - ADD A  *
000220*                CALIBRATION EFFECTIVE FROM A DATE, CHANGE ONE,  *
000230*                OR DELETE ONE KEYED IN ERROR - SO OFFSETS,      *
000240*                SCALE FACTORS, CERTIFICATES AND DUE DATES ARE   *
000250*                MAINTAINED WITHOUT A RECOMPILE.  THE GROUP MUST *
000260*                BE ON THE GROUP MASTER.  EVERY CARD IS ECHOED   *
000270*                TO THE MAINTENANCE LOG WITH ITS RESULT; CHANGE  *
000280*                AND DELETE ALSO LOG THE VALUES REPLACED.        *
000290*                                                                 *
000300*-----------------------------------------------------------------*
000310* MODIFICATION HISTORY                                           *
000320*-----------------------------------------------------------------*
000330* DATE       INIT DESCRIPTION                                    *
000340* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     CALMAINT.
000380 AUTHOR.         M. VAN DER MERWE.
000390 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000400 DATE-WRITTEN.   15/10/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000460 OBJECT-COMPUTER.    IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CALTRAN ASSIGN TO "CALTRAN"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS CA-CALTRAN-STATUS.
000540     SELECT CALFILE ASSIGN TO "CALFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CM-CALIB-KEY
000580         FILE STATUS IS CA-CALFILE-STATUS.
000590     SELECT GRPFILE ASSIGN TO "GRPFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS GM-GROUP-ID
000630         FILE STATUS IS CA-GRPFILE-STATUS.
000640     SELECT CALRPT ASSIGN TO "CALRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS CA-CALRPT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CALTRAN
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY CTRECCPY.
000750*
000760 FD  CALFILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CMRECCPY.
000790*
000800 FD  GRPFILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY GMRECCPY.
000830*
000840 FD  CALRPT
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  CA-LOG-LINE                 PIC X(132).
000880*
000890 WORKING-STORAGE SECTION.
000900******************************************************************
000910*    FILE STATUS SWITCHES                                        *
000920******************************************************************
000930 01  CA-CALTRAN-STATUS          PIC X(02) VALUE "00".
000940     88  CA-CALTRAN-OK                      VALUE "00".
000950     88  CA-CALTRAN-EOF                     VALUE "10".
000960*
000970 01  CA-CALFILE-STATUS          PIC X(02) VALUE "00".
000980     88  CA-CALFILE-OK                      VALUE "00".
000990     88  CA-CALFILE-NOTFND                  VALUE "23".
001000     88  CA-CALFILE-DUPKEY                  VALUE "22".
001010*
001020 01  CA-GRPFILE-STATUS          PIC X(02) VALUE "00".
001030     88  CA-GRPFILE-OK                      VALUE "00".
001040*
001050 01  CA-CALRPT-STATUS           PIC X(02) VALUE "00".
001060     88  CA-CALRPT-OK                       VALUE "00".
001070*
001080 01  CA-EOF-SWITCH              PIC X(01) VALUE "N".
001090     88  CA-END-OF-CARDS                    VALUE "Y".
001100*
001110******************************************************************
001120*    COUNTERS AND RESULT WORKING FIELDS                          *
001130******************************************************************
001140 77  CA-CARDS-READ              PIC 9(05) COMP VALUE 0.
001150 77  CA-CARDS-APPLIED           PIC 9(05) COMP VALUE 0.
001160 77  CA-CARDS-REJECTED          PIC 9(05) COMP VALUE 0.
001170 01  CA-RESULT-TEXT             PIC X(40) VALUE SPACES.
001180 01  CA-OFFSET                  PIC S9(04)V9(05) VALUE 0.
001190 01  CA-SCALE                   PIC S9(04)V9(05) VALUE 0.
001200 01  CA-ED-COUNT                PIC ZZZZ9.
001210 01  CA-ED-OFFSET               PIC -ZZZ9.99999.
001220 01  CA-ED-SCALE                PIC -ZZZ9.99999.
001230*
001240******************************************************************
001250*    DATE EDIT - THE EFFECTIVE AND NEXT-DUE DATES ON A CARD ARE  *
001260*    SCREENED FOR A PLAUSIBLE MONTH AND DAY                      *
001270******************************************************************
001280 01  CA-CHECK-DATE              PIC 9(08) VALUE 0.
001290 01  CA-CHECK-DATE-R REDEFINES CA-CHECK-DATE.
001300     05  CA-CHECK-CCYY          PIC 9(04).
001310     05  CA-CHECK-MM            PIC 9(02).
001320     05  CA-CHECK-DD            PIC 9(02).
001330 01  CA-DATE-OK-SWITCH          PIC X(01) VALUE "N".
001340     88  CA-DATE-OK                         VALUE "Y".
001350*
001360 01  CA-RUN-DATE                PIC 9(06).
001370 01  CA-RUN-DATE-R REDEFINES CA-RUN-DATE.
001380     05  CA-RUN-YY              PIC 9(02).
001390     05  CA-RUN-MM              PIC 9(02).
001400     05  CA-RUN-DD              PIC 9(02).
001410 01  CA-RUN-DATE-DISPLAY        PIC X(08).
001420 01  CA-RUN-DATE-CCYYMMDD       PIC 9(08) VALUE 0.
001430*
001440 01  CA-HEADING-1               PIC X(45)
001450    VALUE "CALMAINT - CALIBRATION MASTER MAINTENANCE LOG".
001460 01  CA-HEADING-2               PIC X(45)
001470    VALUE "ACT GROUP EFFECTIVE RESULT".
001480*
001490 PROCEDURE DIVISION.
001500******************************************************************
001510*    0000-MAINLINE                                               *
001520******************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001560         UNTIL CA-END-OF-CARDS.
001570     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001580     STOP RUN.
001590*
001600******************************************************************
001610*    1000-INITIALIZE      -  OPENS ALL FILES, CREATING THE       *
001620*                            CALIBRATION MASTER ON FIRST USE,    *
001630*                            WRITES THE LOG HEADING AND PRIMES   *
001640*                            THE CARD READ                       *
001650******************************************************************
001660 1000-INITIALIZE.
001670     OPEN INPUT CALTRAN.
001680     IF NOT CA-CALTRAN-OK
001690         DISPLAY "CALMAINT - CALTRAN OPEN FAILED, STATUS="
001700             CA-CALTRAN-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001740     OPEN I-O CALFILE.
001750     IF NOT CA-CALFILE-OK
001760         OPEN OUTPUT CALFILE
001770         CLOSE CALFILE
001780         OPEN I-O CALFILE
001790     END-IF.
001800     IF NOT CA-CALFILE-OK
001810         DISPLAY "CALMAINT - CALFILE OPEN FAILED, STATUS="
001820             CA-CALFILE-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN INPUT GRPFILE.
001870     IF NOT CA-GRPFILE-OK
001880         DISPLAY "CALMAINT - GRPFILE OPEN FAILED, STATUS="
001890             CA-GRPFILE-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN OUTPUT CALRPT.
001940     IF NOT CA-CALRPT-OK
001950         DISPLAY "CALMAINT - CALRPT OPEN FAILED, STATUS="
001960             CA-CALRPT-STATUS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     ACCEPT CA-RUN-DATE FROM DATE.
002010     STRING CA-RUN-MM "/" CA-RUN-DD "/" CA-RUN-YY
002020         DELIMITED BY SIZE INTO CA-RUN-DATE-DISPLAY.
002030     COMPUTE CA-RUN-DATE-CCYYMMDD = 20000000 + CA-RUN-DATE.
002040     MOVE SPACES TO CA-LOG-LINE.
002050     MOVE CA-HEADING-1 TO CA-LOG-LINE.
002060     WRITE CA-LOG-LINE.
002070     MOVE SPACES TO CA-LOG-LINE.
002080     STRING "RUN DATE: " CA-RUN-DATE-DISPLAY
002090         DELIMITED BY SIZE INTO CA-LOG-LINE.
002100     WRITE CA-LOG-LINE.
002110     MOVE CA-HEADING-2 TO CA-LOG-LINE.
002120     WRITE CA-LOG-LINE.
002130     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160*
002170******************************************************************
002180*    1100-READ-CARD       -  READS ONE MAINTENANCE CARD          *
002190******************************************************************
002200 1100-READ-CARD.
002210     READ CALTRAN.
002220     IF CA-CALTRAN-EOF
002230         SET CA-END-OF-CARDS TO TRUE
002240     ELSE
002250         ADD 1 TO CA-CARDS-READ
002260     END-IF.
002270 1100-EXIT.
002280     EXIT.
002290*
002300******************************************************************
002310*    2000-PROCESS-CARD    -  ROUTES ONE CARD TO THE ADD, CHANGE  *
002320*                            OR DELETE PARAGRAPH AND LOGS THE    *
002330*                            RESULT.  EVERY ACTION NEEDS A       *
002340*                            GROUP AND A VALID EFFECTIVE DATE -  *
002350*                            TOGETHER THEY ARE THE MASTER KEY.   *
002360******************************************************************
002370 2000-PROCESS-CARD.
002380     MOVE SPACES TO CA-RESULT-TEXT.
002390     IF CT-GROUP-ID = SPACES
002400         MOVE "REJECTED - GROUP ID IS BLANK"
002410             TO CA-RESULT-TEXT
002420         ADD 1 TO CA-CARDS-REJECTED
002430         GO TO 2000-LOG
002440     END-IF.
002450     MOVE 0 TO CA-CHECK-DATE.
002460     IF CT-EFFECTIVE-DATE-X NUMERIC
002470         MOVE CT-EFFECTIVE-DATE TO CA-CHECK-DATE
002480     END-IF.
002490     PERFORM 2480-EDIT-DATE THRU 2480-EXIT.
002500     IF NOT CA-DATE-OK
002510         MOVE "REJECTED - EFFECTIVE DATE INVALID"
002520             TO CA-RESULT-TEXT
002530         ADD 1 TO CA-CARDS-REJECTED
002540         GO TO 2000-LOG
002550     END-IF.
002560     MOVE CT-GROUP-ID TO CM-GROUP-ID.
002570     COMPUTE CM-EFF-DATE-INV = 99999999 - CT-EFFECTIVE-DATE.
002580     EVALUATE TRUE
002590         WHEN CT-ACTION-ADD
002600             PERFORM 2100-ADD-CALIBRATION THRU 2100-EXIT
002610         WHEN CT-ACTION-CHANGE
002620             PERFORM 2200-CHANGE-CALIBRATION THRU 2200-EXIT
002630         WHEN CT-ACTION-DELETE
002640             PERFORM 2300-DELETE-CALIBRATION THRU 2300-EXIT
002650         WHEN OTHER
002660             MOVE "REJECTED - ACTION CODE NOT A, C OR D"
002670                 TO CA-RESULT-TEXT
002680             ADD 1 TO CA-CARDS-REJECTED
002690     END-EVALUATE.
002700 2000-LOG.
002710     PERFORM 2500-WRITE-LOG THRU 2500-EXIT.
002720     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002730 2000-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770*    2100-ADD-CALIBRATION -  VALIDATES AND WRITES A NEW          *
002780*                            CALIBRATION FOR A GROUP ON THE GROUP*
002790*                            MASTER.  A SECOND CALIBRATION FOR   *
002800*                            THE SAME GROUP AND EFFECTIVE DATE IS*
002810*                            REJECTED - CORRECT IT WITH A CHANGE.*
002820******************************************************************
002830 2100-ADD-CALIBRATION.
002840     PERFORM 2400-EDIT-CALIBRATION THRU 2400-EXIT.
002850     IF CA-RESULT-TEXT NOT = SPACES
002860         ADD 1 TO CA-CARDS-REJECTED
002870         GO TO 2100-EXIT
002880     END-IF.
002890     MOVE CT-GROUP-ID TO GM-GROUP-ID.
002900     READ GRPFILE.
002910     IF NOT CA-GRPFILE-OK
002920         MOVE "REJECTED - GROUP NOT ON GROUP MASTER"
002930             TO CA-RESULT-TEXT
002940         ADD 1 TO CA-CARDS-REJECTED
002950         GO TO 2100-EXIT
002960     END-IF.
002970     PERFORM 2450-LOAD-RECORD THRU 2450-EXIT.
002980     WRITE CM-CALIB-RECORD.
002990     IF CA-CALFILE-OK
003000         MOVE "ADDED" TO CA-RESULT-TEXT
003010         ADD 1 TO CA-CARDS-APPLIED
003020         GO TO 2100-EXIT
003030     END-IF.
003040     IF CA-CALFILE-DUPKEY
003050         MOVE "REJECTED - ALREADY ON FILE FOR THAT DATE"
003060             TO CA-RESULT-TEXT
003070     ELSE
003080         MOVE "REJECTED - WRITE FAILED" TO CA-RESULT-TEXT
003090     END-IF.
003100     ADD 1 TO CA-CARDS-REJECTED.
003110 2100-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*    2200-CHANGE-CALIBRATION - VALIDATES AND REWRITES THE        *
003160*                            CALIBRATION KEYED ON THE CARD'S     *
003170*                            GROUP AND EFFECTIVE DATE, LOGGING   *
003180*                            THE VALUES IT REPLACES              *
003190******************************************************************
003200 2200-CHANGE-CALIBRATION.
003210     PERFORM 2400-EDIT-CALIBRATION THRU 2400-EXIT.
003220     IF CA-RESULT-TEXT NOT = SPACES
003230         ADD 1 TO CA-CARDS-REJECTED
003240         GO TO 2200-EXIT
003250     END-IF.
003260     READ CALFILE.
003270     IF NOT CA-CALFILE-OK
003280         MOVE "REJECTED - CALIBRATION NOT ON FILE"
003290             TO CA-RESULT-TEXT
003300         ADD 1 TO CA-CARDS-REJECTED
003310         GO TO 2200-EXIT
003320     END-IF.
003330     PERFORM 2550-LOG-OLD-VALUES THRU 2550-EXIT.
003340     PERFORM 2450-LOAD-RECORD THRU 2450-EXIT.
003350     REWRITE CM-CALIB-RECORD.
003360     IF CA-CALFILE-OK
003370         MOVE "CHANGED" TO CA-RESULT-TEXT
003380         ADD 1 TO CA-CARDS-APPLIED
003390     ELSE
003400         MOVE "REJECTED - REWRITE FAILED" TO CA-RESULT-TEXT
003410         ADD 1 TO CA-CARDS-REJECTED
003420     END-IF.
003430 2200-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*    2300-DELETE-CALIBRATION - REMOVES THE CALIBRATION KEYED ON  *
003480*                            THE CARD'S GROUP AND EFFECTIVE      *
003490*                            DATE, LOGGING THE VALUES REMOVED.   *
003500*                            FROM THE NEXT RUN ON THE PREVIOUS   *
003510*                            CALIBRATION STANDS FOR THOSE DATES. *
003520******************************************************************
003530 2300-DELETE-CALIBRATION.
003540     READ CALFILE.
003550     IF NOT CA-CALFILE-OK
003560         MOVE "REJECTED - CALIBRATION NOT ON FILE"
003570             TO CA-RESULT-TEXT
003580         ADD 1 TO CA-CARDS-REJECTED
003590         GO TO 2300-EXIT
003600     END-IF.
003610     PERFORM 2550-LOG-OLD-VALUES THRU 2550-EXIT.
003620     DELETE CALFILE.
003630     IF CA-CALFILE-OK
003640         MOVE "DELETED" TO CA-RESULT-TEXT
003650         ADD 1 TO CA-CARDS-APPLIED
003660     ELSE
003670         MOVE "REJECTED - DELETE FAILED" TO CA-RESULT-TEXT
003680         ADD 1 TO CA-CARDS-REJECTED
003690     END-IF.
003700 2300-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740*    2400-EDIT-CALIBRATION - SCREENS THE OFFSET, SCALE,          *
003750*                            CERTIFICATE AND NEXT-DUE DATE ON AN *
003760*                            ADD OR CHANGE CARD.  A BLANK OFFSET *
003770*                            IS ZERO AND A BLANK SCALE IS ONE.   *
003780*                            THE NEXT-DUE DATE MUST FALL AFTER   *
003790*                            THE EFFECTIVE DATE.  LEAVES CA-     *
003800*                            RESULT-TEXT BLANK WHEN THE CARD IS  *
003810*                            CLEAN.                              *
003820******************************************************************
003830 2400-EDIT-CALIBRATION.
003840     MOVE 0 TO CA-OFFSET.
003850     MOVE 1 TO CA-SCALE.
003860     IF CT-OFFSET-X NOT = SPACES
003870         IF CT-OFFSET NOT NUMERIC
003880             MOVE "REJECTED - OFFSET NOT NUMERIC"
003890                 TO CA-RESULT-TEXT
003900             GO TO 2400-EXIT
003910         END-IF
003920         MOVE CT-OFFSET TO CA-OFFSET
003930     END-IF.
003940     IF CT-SCALE-X NOT = SPACES
003950         IF CT-SCALE NOT NUMERIC
003960             MOVE "REJECTED - SCALE NOT NUMERIC"
003970                 TO CA-RESULT-TEXT
003980             GO TO 2400-EXIT
003990         END-IF
004000         MOVE CT-SCALE TO CA-SCALE
004010     END-IF.
004020     IF CA-SCALE NOT > 0
004030         MOVE "REJECTED - SCALE NOT ABOVE ZERO"
004040             TO CA-RESULT-TEXT
004050         GO TO 2400-EXIT
004060     END-IF.
004070     IF CT-CERT-NUMBER = SPACES
004080         MOVE "REJECTED - CERTIFICATE NUMBER BLANK"
004090             TO CA-RESULT-TEXT
004100         GO TO 2400-EXIT
004110     END-IF.
004120     MOVE 0 TO CA-CHECK-DATE.
004130     IF CT-NEXT-DUE-DATE-X NUMERIC
004140         MOVE CT-NEXT-DUE-DATE TO CA-CHECK-DATE
004150     END-IF.
004160     PERFORM 2480-EDIT-DATE THRU 2480-EXIT.
004170     IF NOT CA-DATE-OK
004180         MOVE "REJECTED - NEXT DUE DATE INVALID"
004190             TO CA-RESULT-TEXT
004200         GO TO 2400-EXIT
004210     END-IF.
004220     IF CT-NEXT-DUE-DATE NOT > CT-EFFECTIVE-DATE
004230         MOVE "REJECTED - DUE DATE NOT AFTER EFFECTIVE"
004240             TO CA-RESULT-TEXT
004250     END-IF.
004260 2400-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*    2450-LOAD-RECORD     -  MOVES THE EDITED CARD FIELDS ONTO   *
004310*                            THE MASTER RECORD, STAMPED WITH THE *
004320*                            KEYED-BY ID AND TODAY'S DATE        *
004330******************************************************************
004340 2450-LOAD-RECORD.
004350     MOVE SPACES TO CM-CALIB-RECORD.
004360     MOVE CT-GROUP-ID TO CM-GROUP-ID.
004370     COMPUTE CM-EFF-DATE-INV = 99999999 - CT-EFFECTIVE-DATE.
004380     MOVE CT-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE.
004390     MOVE CA-OFFSET TO CM-OFFSET.
004400     MOVE CA-SCALE TO CM-SCALE.
004410     MOVE CT-CERT-NUMBER TO CM-CERT-NUMBER.
004420     MOVE CT-NEXT-DUE-DATE TO CM-NEXT-DUE-DATE.
004430     MOVE CT-KEYED-BY TO CM-KEYED-BY.
004440     MOVE CA-RUN-DATE-CCYYMMDD TO CM-KEYED-DATE.
004450 2450-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490*    2480-EDIT-DATE       -  SETS CA-DATE-OK WHEN CA-CHECK-DATE  *
004500*                            HOLDS A PLAUSIBLE CCYYMMDD DATE     *
004510******************************************************************
004520 2480-EDIT-DATE.
004530     MOVE "N" TO CA-DATE-OK-SWITCH.
004540     IF CA-CHECK-CCYY < 1900
004550         GO TO 2480-EXIT
004560     END-IF.
004570     IF CA-CHECK-MM < 1 OR CA-CHECK-MM > 12
004580         GO TO 2480-EXIT
004590     END-IF.
004600     IF CA-CHECK-DD < 1 OR CA-CHECK-DD > 31
004610         GO TO 2480-EXIT
004620     END-IF.
004630     MOVE "Y" TO CA-DATE-OK-SWITCH.
004640 2480-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    2500-WRITE-LOG       -  ECHOES ONE CARD AND ITS RESULT TO   *
004690*                            THE MAINTENANCE LOG                 *
004700******************************************************************
004710 2500-WRITE-LOG.
004720     MOVE SPACES TO CA-LOG-LINE.
004730     STRING CT-ACTION-CODE      "   "
004740            CT-GROUP-ID         " "
004750            CT-EFFECTIVE-DATE-X "  "
004760            CA-RESULT-TEXT
004770            " CERT " CT-CERT-NUMBER
004780            " DUE " CT-NEXT-DUE-DATE-X
004790            " BY " CT-KEYED-BY
004800         DELIMITED BY SIZE INTO CA-LOG-LINE.
004810     WRITE CA-LOG-LINE.
004820 2500-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*    2550-LOG-OLD-VALUES  -  LOGS THE CALIBRATION JUST READ -    *
004870*                            STILL HOLDING ITS OLD VALUES - AHEAD*
004880*                            OF A CHANGE OR DELETE               *
004890******************************************************************
004900 2550-LOG-OLD-VALUES.
004910     MOVE CM-OFFSET TO CA-ED-OFFSET.
004920     MOVE CM-SCALE TO CA-ED-SCALE.
004930     MOVE SPACES TO CA-LOG-LINE.
004940     STRING "    WAS: OFFSET " CA-ED-OFFSET
004950            " SCALE " CA-ED-SCALE
004960            " CERT " CM-CERT-NUMBER
004970            " DUE " CM-NEXT-DUE-DATE
004980            " KEYED BY " CM-KEYED-BY
004990            " ON " CM-KEYED-DATE
005000         DELIMITED BY SIZE INTO CA-LOG-LINE.
005010     WRITE CA-LOG-LINE.
005020 2550-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    3000-FINALIZE        -  WRITES THE CARD COUNTS TO THE LOG,  *
005070*                            CLOSES THE FILES AND SETS A RETURN  *
005080*                            CODE OF 4 WHEN ANY CARD WAS REJECTED*
005090*                            SO THE SCHEDULER CAN FLAG THE RUN   *
005100*                            FOR DATA CONTROL                    *
005110******************************************************************
005120 3000-FINALIZE.
005130     MOVE CA-CARDS-READ TO CA-ED-COUNT.
005140     MOVE SPACES TO CA-LOG-LINE.
005150     STRING "CARDS READ:     " CA-ED-COUNT
005160         DELIMITED BY SIZE INTO CA-LOG-LINE.
005170     WRITE CA-LOG-LINE.
005180     MOVE CA-CARDS-APPLIED TO CA-ED-COUNT.
005190     MOVE SPACES TO CA-LOG-LINE.
005200     STRING "CARDS APPLIED:  " CA-ED-COUNT
005210         DELIMITED BY SIZE INTO CA-LOG-LINE.
005220     WRITE CA-LOG-LINE.
005230     MOVE CA-CARDS-REJECTED TO CA-ED-COUNT.
005240     MOVE SPACES TO CA-LOG-LINE.
005250     STRING "CARDS REJECTED: " CA-ED-COUNT
005260         DELIMITED BY SIZE INTO CA-LOG-LINE.
005270     WRITE CA-LOG-LINE.
005280     CLOSE CALTRAN.
005290     CLOSE CALFILE.
005300     CLOSE GRPFILE.
005310     CLOSE CALRPT.
005320     IF CA-CARDS-REJECTED > 0
005330         MOVE 4 TO RETURN-CODE
005340     END-IF.
005350 3000-EXIT.
005360     EXIT.
