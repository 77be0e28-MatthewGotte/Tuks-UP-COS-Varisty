000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    ALRTROUT                                        *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       DAILY ALERT ROUTING.  RUN AS THE STEP AFTER     *
000190*                EXCMERGE, IT READS THE SAME WARNING OUTPUTS AND *
000200*                WRITES ONE STRUCTURED ALERT RECORD (ALRECCPY)   *
000210*                PER TOLERANCE BREACH, CALIBRATION LAPSE,        *
000211*                NON-GOOD READINGS OR PAIR EXCEPTION, DRIFT FLAG,*
000212*                MISSING FEED OR AGED REJECT FOR THE             *
000220*                ENTERPRISE NOTIFICATION                         *
000230*                GATEWAY, ROUTED TO THE DEPARTMENT THAT OWNS THE *
000240*                GROUP (GM-DEPARTMENT) OR THE FEED               *
000250*                (FS-DEPARTMENT), WITH ITS CONTACT AND ADDRESS   *
000260*                OFF THE DEPARTMENT                              *
000270*                MASTER (DMRECCPY).  EVERY ALERT IS HELD ON THE  *
000280*                ALERT REGISTER (ATRECCPY) UNTIL THE GATEWAY     *
000290*                RETURNS AN ACKNOWLEDGEMENT (AXRECCPY) FOR IT; AN*
000300*                ALERT STILL UNACKNOWLEDGED AT THE NEXT RUN IS   *
000310*                ESCALATED ONCE TO THE DEPARTMENT'S ESCALATION   *
000320*                CONTACT.  SEVERITIES ARE ON THE EXCMERGE SCALE. *
000330*                LIKE EXCMERGE, A WARNING INPUT THAT DID NOT     *
000340*                ARRIVE IS NOTED AND PASSED OVER.  RETURN CODE 4 *
000350*                MEANS AN ALERT WAS ESCALATED OR COULD NOT BE    *
000360*                ROUTED TO A DEPARTMENT.                         *
000370*                                                                 *
000380*-----------------------------------------------------------------*
000390* MODIFICATION HISTORY                                           *
000400*-----------------------------------------------------------------*
000410* DATE       INIT DESCRIPTION                                    *
000420* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000421* 15/10/2026 MVM  AGED REJECT ITEM KEY NOW CARRIES THE RUN       *
000422*                NUMBER, SO A LATER REJECT WITH THE SAME RECORD  *
000423*                NUMBER AND GROUP IS ALERTED IN ITS OWN RIGHT.   *
000424*                ITEM KEYS WIDENED TO 17 BYTES.                  *
000425* 15/10/2026 MVM  EXCEPTIONS LINES ARE ALERTED BY KIND - BRCH,   *
000426*                CALB, QUAL OR PAIR - SO ONE KIND NO LONGER      *
000427*                MASKS ANOTHER FOR THE SAME GROUP.  A PAIR       *
000428*                EXCEPTION IS KEYED ON BOTH GROUPS.              *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     ALRTROUT.
000460 AUTHOR.         M. VAN DER MERWE.
000470 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000480 DATE-WRITTEN.   15/10/2026.
000490 DATE-COMPILED.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS DM-DEPT-ID
000620         FILE STATUS IS AO-DEPTFILE-STATUS.
000630     SELECT GRPFILE ASSIGN TO "GRPFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS GM-GROUP-ID
000670         FILE STATUS IS AO-GRPFILE-STATUS.
000680     SELECT SCHFILE ASSIGN TO "SCHFILE"
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS AO-SCHFILE-STATUS.
000720     SELECT ACKFILE ASSIGN TO "ACKFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS AO-ACKFILE-STATUS.
000760     SELECT ALRTREG ASSIGN TO "ALRTREG"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AT-ALERT-ID
000800         FILE STATUS IS AO-ALRTREG-STATUS.
000810     SELECT EXCFILE ASSIGN TO "EXCFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS AO-EXCFILE-STATUS.
000850     SELECT TRDRPT ASSIGN TO "TRDRPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS AO-TRDRPT-STATUS.
000890     SELECT FEEDRPT ASSIGN TO "FEEDRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS AO-FEEDRPT-STATUS.
000930     SELECT AGERPT ASSIGN TO "AGERPT"
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE IS SEQUENTIAL
000960         FILE STATUS IS AO-AGERPT-STATUS.
000970     SELECT ALRTOUT ASSIGN TO "ALRTOUT"
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS AO-ALRTOUT-STATUS.
001010     SELECT ALRTRPT ASSIGN TO "ALRTRPT"
001020         ORGANIZATION IS SEQUENTIAL
001030         ACCESS MODE IS SEQUENTIAL
001040         FILE STATUS IS AO-ALRTRPT-STATUS.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  DEPTFILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY DMRECCPY.
001110*
001120 FD  GRPFILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY GMRECCPY.
001150*
001160 FD  SCHFILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY FSRECCPY.
001200*
001210 FD  ACKFILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY AXRECCPY.
001250*
001260 FD  ALRTREG
001270     LABEL RECORDS ARE STANDARD.
001280 COPY ATRECCPY.
001290*
001300 FD  EXCFILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY EXRECCPY.
001340*
001350 FD  TRDRPT
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  AO-TRD-LINE                 PIC X(132).
001390*
001400 FD  FEEDRPT
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  AO-FEED-LINE                PIC X(132).
001440*
001450 FD  AGERPT
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  AO-AGE-LINE                 PIC X(132).
001490*
001500 FD  ALRTOUT
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 COPY ALRECCPY.
001540*
001550 FD  ALRTRPT
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580 01  AO-REPORT-LINE              PIC X(132).
001590*
001600 WORKING-STORAGE SECTION.
001610******************************************************************
001620*    FILE STATUS SWITCHES                                        *
001630******************************************************************
001640 01  AO-DEPTFILE-STATUS         PIC X(02) VALUE "00".
001650     88  AO-DEPTFILE-OK                     VALUE "00".
001660*
001670 01  AO-GRPFILE-STATUS          PIC X(02) VALUE "00".
001680     88  AO-GRPFILE-OK                      VALUE "00".
001690*
001700 01  AO-SCHFILE-STATUS          PIC X(02) VALUE "00".
001710     88  AO-SCHFILE-OK                      VALUE "00".
001720     88  AO-SCHFILE-EOF                     VALUE "10".
001730*
001740 01  AO-ACKFILE-STATUS          PIC X(02) VALUE "00".
001750     88  AO-ACKFILE-OK                      VALUE "00".
001760*
001770 01  AO-ALRTREG-STATUS          PIC X(02) VALUE "00".
001780     88  AO-ALRTREG-OK                      VALUE "00".
001790*
001800 01  AO-EXCFILE-STATUS          PIC X(02) VALUE "00".
001810     88  AO-EXCFILE-OK                      VALUE "00".
001820*
001830 01  AO-TRDRPT-STATUS           PIC X(02) VALUE "00".
001840     88  AO-TRDRPT-OK                       VALUE "00".
001850*
001860 01  AO-FEEDRPT-STATUS          PIC X(02) VALUE "00".
001870     88  AO-FEEDRPT-OK                      VALUE "00".
001880*
001890 01  AO-AGERPT-STATUS           PIC X(02) VALUE "00".
001900     88  AO-AGERPT-OK                       VALUE "00".
001910*
001920 01  AO-ALRTOUT-STATUS          PIC X(02) VALUE "00".
001930     88  AO-ALRTOUT-OK                      VALUE "00".
001940*
001950 01  AO-ALRTRPT-STATUS          PIC X(02) VALUE "00".
001960     88  AO-ALRTRPT-OK                      VALUE "00".
001970*
001980 01  AO-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
001990     88  AO-END-OF-SCAN                     VALUE "Y".
002000*
002010 01  AO-TODAY-SWITCH            PIC X(01) VALUE "N".
002020     88  AO-SECTION-TODAY                   VALUE "Y".
002030*
002040 01  AO-SKIP-SWITCH             PIC X(01) VALUE "N".
002050     88  AO-SKIP-ITEM                       VALUE "Y".
002060*
002070******************************************************************
002080*    SOURCE-TO-DEPARTMENT TABLE, LOADED FROM THE EXPECTED-FEED   *
002090*    SCHEDULE SO A MISSING FEED CAN BE ROUTED TO ITS OWNER.      *
002100******************************************************************
002110 01  AO-SCH-COUNT               PIC 9(04) COMP VALUE 0.
002120 01  AO-SCH-MAX                 PIC 9(04) COMP VALUE 100.
002130 01  AO-SCH-TABLE.
002140     05  AO-SCH-ENTRY OCCURS 100 TIMES.
002150         10  AO-SCH-SOURCE      PIC X(08).
002160         10  AO-SCH-DEPT        PIC X(08).
002170*
002180******************************************************************
002190*    REGISTER TABLE - ONE ENTRY PER ALERT STILL ON THE REGISTER  *
002200*    AFTER THE SWEEP, PLUS EACH ALERT RAISED THIS RUN, SO AN     *
002210*    ITEM ALREADY ALERTED IS NOT ALERTED AGAIN.  THE STATE IS    *
002220*    O (OPEN OR ESCALATED) OR A (ACKNOWLEDGED); THE TODAY FLAG   *
002230*    MARKS AN ALERT RAISED TODAY, SO A RERUN OF THE SCHEDULE     *
002240*    DOES NOT RAISE THE SAME ITEM TWICE IN ONE DAY.              *
002250******************************************************************
002260 01  AO-REG-COUNT               PIC 9(04) COMP VALUE 0.
002270 01  AO-REG-MAX                 PIC 9(04) COMP VALUE 2000.
002280 01  AO-REG-TABLE.
002290     05  AO-REG-ENTRY OCCURS 2000 TIMES.
002300         10  AO-REG-TYPE        PIC X(04).
002310         10  AO-REG-KEY         PIC X(17).
002320         10  AO-REG-STATE       PIC X(01).
002330         10  AO-REG-TODAY       PIC X(01).
002340*
002350 77  AO-X                       PIC 9(04) COMP VALUE 0.
002360 77  AO-FOUND-SUB               PIC 9(04) COMP VALUE 0.
002370 77  AO-TALLY                   PIC 9(03) COMP VALUE 0.
002380 77  AO-TALLY2                  PIC 9(03) COMP VALUE 0.
002390 77  AO-NEXT-SEQ                PIC 9(05) COMP VALUE 0.
002400*
002410******************************************************************
002420*    RUN COUNTS                                                  *
002430******************************************************************
002440 77  AO-ACKS-APPLIED            PIC 9(05) COMP VALUE 0.
002450 77  AO-ACKS-PASSED             PIC 9(05) COMP VALUE 0.
002460 77  AO-ESCALATED-COUNT         PIC 9(05) COMP VALUE 0.
002470 77  AO-STILL-UNACKED           PIC 9(05) COMP VALUE 0.
002480 77  AO-PURGED-COUNT            PIC 9(05) COMP VALUE 0.
002490 77  AO-ROUTED-COUNT            PIC 9(05) COMP VALUE 0.
002500 77  AO-UNROUTED-COUNT          PIC 9(05) COMP VALUE 0.
002510 77  AO-BELOW-COUNT             PIC 9(05) COMP VALUE 0.
002520 77  AO-REPEAT-COUNT            PIC 9(05) COMP VALUE 0.
002530*
002540******************************************************************
002550*    THE ITEM BEING RAISED - SET BY EACH SCAN PARAGRAPH BEFORE   *
002560*    IT PERFORMS 5000-RAISE-ALERT                                *
002570******************************************************************
002580 01  AO-ITEM-TYPE               PIC X(04) VALUE SPACES.
002590 01  AO-ITEM-SEVERITY           PIC 9(01) VALUE 0.
002600 01  AO-ITEM-KEY                PIC X(17) VALUE SPACES.
002610 01  AO-ITEM-GROUP              PIC X(05) VALUE SPACES.
002620 01  AO-ITEM-DEPT               PIC X(08) VALUE SPACES.
002630 01  AO-ITEM-TEXT               PIC X(100) VALUE SPACES.
002640 01  AO-DEPT-FOUND-SWITCH       PIC X(01) VALUE "N".
002650     88  AO-DEPT-FOUND                      VALUE "Y".
002660*
002670******************************************************************
002680*    DAY-NUMBER ARITHMETIC - THE SAME COARSE MONOTONIC FIGURE    *
002690*    AUDSUMM USES FOR ITS ARCHIVE AGE.  AN ACKNOWLEDGED ALERT IS *
002700*    DROPPED ONCE TODAY'S DAY NUMBER LESS ITS RAISED DATE'S      *
002710*    PASSES AO-PURGE-DAYS.                                       *
002720******************************************************************
002730 01  AO-MONTH-OFFSETS           PIC X(36)
002740    VALUE "000031059090120151181212243273304334".
002750 01  AO-MONTH-OFFSETS-R REDEFINES AO-MONTH-OFFSETS.
002760     05  AO-MONTH-OFFSET        PIC 9(03) OCCURS 12 TIMES.
002770*
002780 01  AO-WORK-DATE               PIC 9(08) VALUE 0.
002790 01  AO-WORK-DATE-R REDEFINES AO-WORK-DATE.
002800     05  AO-WORK-YYYY           PIC 9(04).
002810     05  AO-WORK-MM             PIC 9(02).
002820     05  AO-WORK-DD             PIC 9(02).
002830 01  AO-WORK-DAYS               PIC 9(08) COMP VALUE 0.
002840 01  AO-TODAY-DAYS              PIC 9(08) COMP VALUE 0.
002850 01  AO-AGE-DAYS                PIC S9(08) COMP VALUE 0.
002860 01  AO-PURGE-DAYS              PIC 9(03) VALUE 90.
002870*
002880 01  AO-RUN-DATE                PIC 9(06).
002890 01  AO-RUN-DATE-R REDEFINES AO-RUN-DATE.
002900     05  AO-RUN-YY              PIC 9(02).
002910     05  AO-RUN-MM              PIC 9(02).
002920     05  AO-RUN-DD              PIC 9(02).
002930 01  AO-RUN-DATE-DISPLAY        PIC X(08).
002940 01  AO-RUN-DATE-CCYYMMDD       PIC 9(08) VALUE 0.
002950 01  AO-RUN-TIME                PIC 9(08) VALUE 0.
002960 01  AO-RUN-TIME-R REDEFINES AO-RUN-TIME.
002970     05  AO-RUN-HHMMSS          PIC 9(06).
002980     05  FILLER                 PIC 9(02).
002990*
003000******************************************************************
003010*    REPORT EDIT FIELDS AND HEADINGS                             *
003020******************************************************************
003030 01  AO-ED-COUNT                PIC ZZZZ9.
003040 01  AO-ED-ALERT-ID             PIC X(14) VALUE SPACES.
003050 01  AO-HEADING-1               PIC X(50)
003060    VALUE "ALRTROUT - ALERT ROUTING AND ESCALATION".
003070*
003080 PROCEDURE DIVISION.
003090******************************************************************
003100*    0000-MAINLINE                                               *
003110******************************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     PERFORM 2000-APPLY-ACKS THRU 2000-EXIT.
003150     PERFORM 3000-SWEEP-REGISTER THRU 3000-EXIT.
003160     PERFORM 4000-SCAN-EXCFILE THRU 4000-EXIT.
003170     PERFORM 4200-SCAN-TRDRPT THRU 4200-EXIT.
003180     PERFORM 4400-SCAN-FEEDRPT THRU 4400-EXIT.
003190     PERFORM 4600-SCAN-AGERPT THRU 4600-EXIT.
003200     PERFORM 7000-FINALIZE THRU 7000-EXIT.
003210     STOP RUN.
003220*
003230******************************************************************
003240*    1000-INITIALIZE      -  OPENS THE MASTERS, THE REGISTER -   *
003250*                            CREATED ON FIRST USE - AND THE      *
003260*                            OUTPUTS, WRITES THE BANNER AND      *
003270*                            LOADS THE FEED SCHEDULE.  THE       *
003280*                            WARNING INPUTS ARE OPENED ONE AT A  *
003290*                            TIME BY THEIR OWN SCAN PARAGRAPHS.  *
003300******************************************************************
003310 1000-INITIALIZE.
003320     OPEN INPUT DEPTFILE.
003330     IF NOT AO-DEPTFILE-OK
003340         DISPLAY "ALRTROUT - DEPTFILE OPEN FAILED, STATUS="
003350             AO-DEPTFILE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     OPEN INPUT GRPFILE.
003400     IF NOT AO-GRPFILE-OK
003410         DISPLAY "ALRTROUT - GRPFILE OPEN FAILED, STATUS="
003420             AO-GRPFILE-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     OPEN I-O ALRTREG.
003470     IF NOT AO-ALRTREG-OK
003480         OPEN OUTPUT ALRTREG
003490         CLOSE ALRTREG
003500         OPEN I-O ALRTREG
003510     END-IF.
003520     IF NOT AO-ALRTREG-OK
003530         DISPLAY "ALRTROUT - ALRTREG OPEN FAILED, STATUS="
003540             AO-ALRTREG-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN OUTPUT ALRTOUT.
003590     IF NOT AO-ALRTOUT-OK
003600         DISPLAY "ALRTROUT - ALRTOUT OPEN FAILED, STATUS="
003610             AO-ALRTOUT-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     OPEN OUTPUT ALRTRPT.
003660     IF NOT AO-ALRTRPT-OK
003670         DISPLAY "ALRTROUT - ALRTRPT OPEN FAILED, STATUS="
003680             AO-ALRTRPT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     ACCEPT AO-RUN-DATE FROM DATE.
003730     ACCEPT AO-RUN-TIME FROM TIME.
003740     STRING AO-RUN-MM "/" AO-RUN-DD "/" AO-RUN-YY
003750         DELIMITED BY SIZE INTO AO-RUN-DATE-DISPLAY.
003760     COMPUTE AO-RUN-DATE-CCYYMMDD = 20000000 + AO-RUN-DATE.
003770     MOVE AO-RUN-DATE-CCYYMMDD TO AO-WORK-DATE.
003780     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
003790     MOVE AO-WORK-DAYS TO AO-TODAY-DAYS.
003800     MOVE SPACES TO AO-REPORT-LINE.
003810     MOVE AO-HEADING-1 TO AO-REPORT-LINE.
003820     WRITE AO-REPORT-LINE.
003830     MOVE SPACES TO AO-REPORT-LINE.
003840     STRING "RUN DATE: " AO-RUN-DATE-DISPLAY
003850         DELIMITED BY SIZE INTO AO-REPORT-LINE.
003860     WRITE AO-REPORT-LINE.
003870     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
003880 1000-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920*    1100-LOAD-SCHEDULE   -  LOADS EACH SOURCE SYSTEM AND ITS    *
003930*                            OWNING DEPARTMENT OFF THE FEED      *
003940*                            SCHEDULE.  WITHOUT THE SCHEDULE     *
003950*                            EVERY MISSING FEED GOES UNROUTED.   *
003960******************************************************************
003970 1100-LOAD-SCHEDULE.
003980     MOVE "N" TO AO-SCAN-EOF-SWITCH.
003990     OPEN INPUT SCHFILE.
004000     IF NOT AO-SCHFILE-OK
004010         MOVE SPACES TO AO-REPORT-LINE
004020         MOVE "FEED SCHEDULE NOT AVAILABLE - MISSING FEEDS GO UNRO
004030-            "UTED" TO AO-REPORT-LINE
004040         WRITE AO-REPORT-LINE
004050         GO TO 1100-EXIT
004060     END-IF.
004070     PERFORM 1110-STORE-SCHEDULE THRU 1110-EXIT
004080         UNTIL AO-END-OF-SCAN.
004090     CLOSE SCHFILE.
004100 1100-EXIT.
004110     EXIT.
004120*
004130******************************************************************
004140*    1110-STORE-SCHEDULE  -  READS AND STORES ONE SCHEDULE CARD. *
004150*                            A FULL TABLE ABENDS THE STEP, AS IT *
004160*                            DOES IN FEEDCHK.                    *
004170******************************************************************
004180 1110-STORE-SCHEDULE.
004190     READ SCHFILE.
004200     IF NOT AO-SCHFILE-OK
004210         SET AO-END-OF-SCAN TO TRUE
004220         GO TO 1110-EXIT
004230     END-IF.
004240     IF FS-SOURCE-SYSTEM = SPACES
004250         GO TO 1110-EXIT
004260     END-IF.
004270     IF AO-SCH-COUNT >= AO-SCH-MAX
004280         DISPLAY "ALRTROUT - SCHEDULE TABLE FULL AT " AO-SCH-MAX
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     ADD 1 TO AO-SCH-COUNT.
004330     MOVE FS-SOURCE-SYSTEM TO AO-SCH-SOURCE(AO-SCH-COUNT).
004340     MOVE FS-DEPARTMENT TO AO-SCH-DEPT(AO-SCH-COUNT).
004350 1110-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    2000-APPLY-ACKS      -  MARKS EVERY ALERT THE GATEWAY HAS   *
004400*                            RETURNED AN ACKNOWLEDGEMENT FOR, SO *
004410*                            IT IS NOT ESCALATED.  NO FILE MEANS *
004420*                            NOTHING WAS ACKNOWLEDGED.           *
004430******************************************************************
004440 2000-APPLY-ACKS.
004450     PERFORM 8100-WRITE-BLANK THRU 8100-EXIT.
004460     MOVE SPACES TO AO-REPORT-LINE.
004470     MOVE "ACKNOWLEDGEMENTS" TO AO-REPORT-LINE.
004480     WRITE AO-REPORT-LINE.
004490     MOVE "N" TO AO-SCAN-EOF-SWITCH.
004500     OPEN INPUT ACKFILE.
004510     IF NOT AO-ACKFILE-OK
004520         PERFORM 8200-WRITE-NOT-AVAILABLE THRU 8200-EXIT
004530         GO TO 2000-EXIT
004540     END-IF.
004550     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
004560         UNTIL AO-END-OF-SCAN.
004570     CLOSE ACKFILE.
004580     IF AO-ACKS-APPLIED = 0 AND AO-ACKS-PASSED = 0
004590         PERFORM 8300-WRITE-NONE THRU 8300-EXIT
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650*    2100-APPLY-ONE-ACK   -  READS ONE ACKNOWLEDGEMENT AND MARKS *
004660*                            ITS ALERT ACKNOWLEDGED.  ONE FOR AN *
004670*                            ALERT NOT ON THE REGISTER OR ALREADY*
004680*                            ACKNOWLEDGED IS LOGGED AND PASSED   *
004690*                            OVER.                               *
004700******************************************************************
004710 2100-APPLY-ONE-ACK.
004720     READ ACKFILE.
004730     IF NOT AO-ACKFILE-OK
004740         SET AO-END-OF-SCAN TO TRUE
004750         GO TO 2100-EXIT
004760     END-IF.
004770     MOVE AX-ALERT-ID TO AT-ALERT-ID.
004780     MOVE AX-ALERT-ID TO AO-ED-ALERT-ID.
004790     READ ALRTREG.
004800     IF NOT AO-ALRTREG-OK
004810         MOVE SPACES TO AO-REPORT-LINE
004820         STRING "  " AO-ED-ALERT-ID " BY " AX-ACK-BY
004830                "  PASSED OVER - NOT ON THE REGISTER"
004840             DELIMITED BY SIZE INTO AO-REPORT-LINE
004850         WRITE AO-REPORT-LINE
004860         ADD 1 TO AO-ACKS-PASSED
004870         GO TO 2100-EXIT
004880     END-IF.
004890     IF AT-ACKNOWLEDGED
004900         MOVE SPACES TO AO-REPORT-LINE
004910         STRING "  " AO-ED-ALERT-ID " BY " AX-ACK-BY
004920                "  PASSED OVER - ALREADY ACKNOWLEDGED BY "
004930                AT-ACK-BY
004940             DELIMITED BY SIZE INTO AO-REPORT-LINE
004950         WRITE AO-REPORT-LINE
004960         ADD 1 TO AO-ACKS-PASSED
004970         GO TO 2100-EXIT
004980     END-IF.
004990     SET AT-ACKNOWLEDGED TO TRUE.
005000     MOVE AX-ACK-BY TO AT-ACK-BY.
005010     MOVE AX-ACK-DATE TO AT-ACK-DATE.
005020     MOVE AX-ACK-TIME TO AT-ACK-TIME.
005030     REWRITE AT-REGISTER-RECORD.
005040     ADD 1 TO AO-ACKS-APPLIED.
005050     MOVE SPACES TO AO-REPORT-LINE.
005060     STRING "  " AO-ED-ALERT-ID " BY " AX-ACK-BY
005070            "  " AT-ALERT-TYPE " " AT-DEPARTMENT " " AT-ITEM-KEY
005080         DELIMITED BY SIZE INTO AO-REPORT-LINE.
005090     WRITE AO-REPORT-LINE.
005100 2100-EXIT.
005110     EXIT.
005120*
005130******************************************************************
005140*    3000-SWEEP-REGISTER  -  PASSES THE WHOLE REGISTER ONCE:     *
005150*                            ESCALATES EVERY ALERT RAISED BEFORE *
005160*                            TODAY STILL OPEN, LISTS EVERY ONE   *
005170*                            ESCALATED EARLIER AND STILL NOT     *
005180*                            ACKNOWLEDGED, DROPS ACKNOWLEDGED    *
005190*                            ALERTS PAST THE PURGE AGE, AND LOADS*
005200*                            THE REST INTO THE REGISTER TABLE.   *
005210******************************************************************
005220 3000-SWEEP-REGISTER.
005230     PERFORM 8100-WRITE-BLANK THRU 8100-EXIT.
005240     MOVE SPACES TO AO-REPORT-LINE.
005250     MOVE "ESCALATIONS AND ALERTS STILL UNACKNOWLEDGED"
005260         TO AO-REPORT-LINE.
005270     WRITE AO-REPORT-LINE.
005280     MOVE "N" TO AO-SCAN-EOF-SWITCH.
005290     MOVE LOW-VALUES TO AT-ALERT-ID.
005300     START ALRTREG KEY NOT < AT-ALERT-ID.
005310     IF NOT AO-ALRTREG-OK
005320         SET AO-END-OF-SCAN TO TRUE
005330     END-IF.
005340     PERFORM 3100-SWEEP-ONE-ALERT THRU 3100-EXIT
005350         UNTIL AO-END-OF-SCAN.
005360     IF AO-ESCALATED-COUNT = 0 AND AO-STILL-UNACKED = 0
005370         PERFORM 8300-WRITE-NONE THRU 8300-EXIT
005380     END-IF.
005390 3000-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    3100-SWEEP-ONE-ALERT -  READS ONE REGISTER ENTRY AND ACTS ON*
005440*                            IT.  THE HIGHEST SEQUENCE RAISED    *
005450*                            TODAY IS KEPT SO A RERUN NUMBERS ITS*
005460*                            NEW ALERTS ON FROM THE LAST.        *
005470******************************************************************
005480 3100-SWEEP-ONE-ALERT.
005490     READ ALRTREG NEXT.
005500     IF NOT AO-ALRTREG-OK
005510         SET AO-END-OF-SCAN TO TRUE
005520         GO TO 3100-EXIT
005530     END-IF.
005540     IF AT-RAISED-DATE = AO-RUN-DATE-CCYYMMDD
005550             AND AT-ALERT-SEQ > AO-NEXT-SEQ
005560         MOVE AT-ALERT-SEQ TO AO-NEXT-SEQ
005570     END-IF.
005580     IF AT-ACKNOWLEDGED
005590         MOVE AT-RAISED-DATE TO AO-WORK-DATE
005600         PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
005610         COMPUTE AO-AGE-DAYS = AO-TODAY-DAYS - AO-WORK-DAYS
005620         IF AO-AGE-DAYS > AO-PURGE-DAYS
005630             DELETE ALRTREG
005640             ADD 1 TO AO-PURGED-COUNT
005650             GO TO 3100-EXIT
005660         END-IF
005670         GO TO 3100-STORE
005680     END-IF.
005690     IF AT-ESCALATED
005700         ADD 1 TO AO-STILL-UNACKED
005710         MOVE AT-ALERT-ID TO AO-ED-ALERT-ID
005720         MOVE SPACES TO AO-REPORT-LINE
005730         STRING "  " AO-ED-ALERT-ID " " AT-ALERT-TYPE
005740                " " AT-DEPARTMENT " " AT-ITEM-KEY
005750                "  STILL UNACKNOWLEDGED - ESCALATED "
005760                AT-ESCALATED-DATE
005770             DELIMITED BY SIZE INTO AO-REPORT-LINE
005780         WRITE AO-REPORT-LINE
005790         GO TO 3100-STORE
005800     END-IF.
005810     IF AT-RAISED-DATE < AO-RUN-DATE-CCYYMMDD
005820         PERFORM 3200-ESCALATE-ALERT THRU 3200-EXIT
005830     END-IF.
005840 3100-STORE.
005850     IF AO-REG-COUNT >= AO-REG-MAX
005860         DISPLAY "ALRTROUT - REGISTER TABLE FULL AT " AO-REG-MAX
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     ADD 1 TO AO-REG-COUNT.
005910     MOVE AT-ALERT-TYPE TO AO-REG-TYPE(AO-REG-COUNT).
005920     MOVE AT-ITEM-KEY TO AO-REG-KEY(AO-REG-COUNT).
005930     IF AT-ACKNOWLEDGED
005940         MOVE "A" TO AO-REG-STATE(AO-REG-COUNT)
005950     ELSE
005960         MOVE "O" TO AO-REG-STATE(AO-REG-COUNT)
005970     END-IF.
005980     IF AT-RAISED-DATE = AO-RUN-DATE-CCYYMMDD
005990         MOVE "Y" TO AO-REG-TODAY(AO-REG-COUNT)
006000     ELSE
006010         MOVE "N" TO AO-REG-TODAY(AO-REG-COUNT)
006020     END-IF.
006030 3100-EXIT.
006040     EXIT.
006050*
006060******************************************************************
006070*    3200-ESCALATE-ALERT  -  MARKS AN ALERT RAISED ON AN EARLIER *
006080*                            DAY AND NEVER ACKNOWLEDGED ESCALATED*
006090*                            AND SENDS IT AGAIN, UNDER ITS OWN   *
006100*                            ID, TO THE DEPARTMENT'S ESCALATION  *
006110*                            CONTACT - OR THE PRIMARY CONTACT    *
006120*                            WHERE NO ESCALATION CONTACT IS SET. *
006130******************************************************************
006140 3200-ESCALATE-ALERT.
006150     SET AT-ESCALATED TO TRUE.
006160     MOVE AO-RUN-DATE-CCYYMMDD TO AT-ESCALATED-DATE.
006170     REWRITE AT-REGISTER-RECORD.
006180     ADD 1 TO AO-ESCALATED-COUNT.
006190     MOVE AT-DEPARTMENT TO AO-ITEM-DEPT.
006200     PERFORM 5300-READ-DEPARTMENT THRU 5300-EXIT.
006210     MOVE SPACES TO AL-ALERT-RECORD.
006220     MOVE AT-ALERT-ID TO AL-ALERT-ID.
006230     SET AL-ESCALATION TO TRUE.
006240     MOVE AT-ALERT-TYPE TO AL-ALERT-TYPE.
006250     MOVE AT-SEVERITY TO AL-SEVERITY.
006260     MOVE AT-ITEM-KEY TO AL-ITEM-KEY.
006270     MOVE AT-ALERT-TEXT TO AL-ALERT-TEXT.
006280     IF AO-DEPT-FOUND
006290         SET AL-ROUTED TO TRUE
006300         MOVE DM-DEPT-ID TO AL-DEPARTMENT
006310         MOVE DM-DEPT-NAME TO AL-DEPT-NAME
006320         MOVE DM-NOTIFY-ADDRESS TO AL-NOTIFY-ADDRESS
006330         IF DM-ESCALATION-CONTACT = SPACES
006340             MOVE DM-PRIMARY-CONTACT TO AL-CONTACT-NAME
006350             MOVE DM-PRIMARY-PHONE TO AL-CONTACT-PHONE
006360         ELSE
006370             MOVE DM-ESCALATION-CONTACT TO AL-CONTACT-NAME
006380             MOVE DM-ESCALATION-PHONE TO AL-CONTACT-PHONE
006390         END-IF
006400     ELSE
006410         SET AL-UNROUTED TO TRUE
006420         MOVE AT-DEPARTMENT TO AL-DEPARTMENT
006430     END-IF.
006440     PERFORM 5400-WRITE-ALERT THRU 5400-EXIT.
006450     MOVE AT-ALERT-ID TO AO-ED-ALERT-ID.
006460     MOVE SPACES TO AO-REPORT-LINE.
006470     STRING "  " AO-ED-ALERT-ID " " AT-ALERT-TYPE
006480            " " AT-DEPARTMENT " " AT-ITEM-KEY
006490            "  ESCALATED TO " AL-CONTACT-NAME
006500            " " AL-CONTACT-PHONE
006510         DELIMITED BY SIZE INTO AO-REPORT-LINE.
006520     WRITE AO-REPORT-LINE.
006530 3200-EXIT.
006540     EXIT.
006550*
006560******************************************************************
006570*    4000-SCAN-EXCFILE    -  SEVERITY 2.  RAISES ONE ALERT PER   *
006580*                            LINE ON THE SECTIONS OF THE DAILY   *
006590*                            TOLERANCE EXCEPTIONS DATASET DATED  *
006600*                            TODAY, GATED THE SAME WAY AS IN     *
006610*                            EXCMERGE.                           *
006620******************************************************************
006630 4000-SCAN-EXCFILE.
006640     PERFORM 8100-WRITE-BLANK THRU 8100-EXIT.
006650     MOVE SPACES TO AO-REPORT-LINE.
006660     MOVE "NEW ALERTS" TO AO-REPORT-LINE.
006670     WRITE AO-REPORT-LINE.
006680     MOVE "N" TO AO-SCAN-EOF-SWITCH.
006690     MOVE "N" TO AO-TODAY-SWITCH.
006700     OPEN INPUT EXCFILE.
006710     IF NOT AO-EXCFILE-OK
006720         PERFORM 8200-WRITE-NOT-AVAILABLE THRU 8200-EXIT
006730         GO TO 4000-EXIT
006740     END-IF.
006750     PERFORM 4100-CHECK-EXC-LINE THRU 4100-EXIT
006760         UNTIL AO-END-OF-SCAN.
006770     CLOSE EXCFILE.
006780 4000-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820*    4100-CHECK-EXC-LINE  -  READS ONE TOLERANCE REPORT LINE.  A *
006830*                            RUN DATE LINE OPENS OR CLOSES THE   *
006840*                            TODAY GATE.  A GROUP LINE NAMES ITS *
006850*                            GROUP IN COLUMNS 1-5; A PAIR LINE   *
006860*                            IS ROUTED ON ITS PRIMARY GROUP.     *
006870******************************************************************
006880 4100-CHECK-EXC-LINE.
006890     READ EXCFILE.
006900     IF NOT AO-EXCFILE-OK
006910         SET AO-END-OF-SCAN TO TRUE
006920         GO TO 4100-EXIT
006930     END-IF.
006940     IF EX-EXCEPTION-LINE = SPACES
006950         GO TO 4100-EXIT
006960     END-IF.
006970     IF EX-EXCEPTION-LINE(1:9) = "S20734621"
006980         GO TO 4100-EXIT
006990     END-IF.
007000     IF EX-EXCEPTION-LINE(1:9) = "RUN DATE:"
007010         IF EX-EXCEPTION-LINE(11:8) = AO-RUN-DATE-DISPLAY
007020             MOVE "Y" TO AO-TODAY-SWITCH
007030         ELSE
007040             MOVE "N" TO AO-TODAY-SWITCH
007050         END-IF
007060         GO TO 4100-EXIT
007070     END-IF.
007080     IF EX-EXCEPTION-LINE(1:9) = "NO GROUPS"
007090             OR EX-EXCEPTION-LINE(1:9) = "PAIR CARD"
007100         GO TO 4100-EXIT
007110     END-IF.
007120     IF NOT AO-SECTION-TODAY
007130         GO TO 4100-EXIT
007140     END-IF.
007150     MOVE EX-EXCEPTION-LINE(1:5) TO AO-ITEM-GROUP.
007160     MOVE AO-ITEM-GROUP TO AO-ITEM-KEY.
007170     MOVE 2 TO AO-ITEM-SEVERITY.
007180     PERFORM 4150-CLASSIFY-EXC-LINE THRU 4150-EXIT.
007190     MOVE EX-EXCEPTION-LINE(1:100) TO AO-ITEM-TEXT.
007200     PERFORM 5100-GROUP-DEPARTMENT THRU 5100-EXIT.
007210     PERFORM 5000-RAISE-ALERT THRU 5000-EXIT.
007220 4100-EXIT.
007230     EXIT.
007240*
007241******************************************************************
007242*    4150-CLASSIFY-EXC-LINE - SETS THE ALERT TYPE FOR THE        *
007243*                            KIND OF EXCEPTION: PAIR FOR A PAIR  *
007244*                            LINE, KEYED ON BOTH GROUPS; CALB    *
007245*                            FOR A CALIBRATION LAPSE; QUAL FOR   *
007246*                            NON-GOOD READINGS; BRCH FOR A       *
007247*                            TOLERANCE BREACH.                   *
007248******************************************************************
007249 4150-CLASSIFY-EXC-LINE.
007250     IF EX-EXCEPTION-LINE(1:5) = "PAIR "
007251         MOVE EX-EXCEPTION-LINE(6:5) TO AO-ITEM-GROUP
007252         MOVE EX-EXCEPTION-LINE(6:11) TO AO-ITEM-KEY
007253         MOVE "PAIR" TO AO-ITEM-TYPE
007254         GO TO 4150-EXIT
007255     END-IF.
007256     MOVE 0 TO AO-TALLY.
007257     INSPECT EX-EXCEPTION-LINE
007258         TALLYING AO-TALLY FOR ALL " CALIBRATION LAPSED ".
007259     IF AO-TALLY > 0
007260         MOVE "CALB" TO AO-ITEM-TYPE
007261         GO TO 4150-EXIT
007262     END-IF.
007263     MOVE 0 TO AO-TALLY.
007264     INSPECT EX-EXCEPTION-LINE
007265         TALLYING AO-TALLY FOR ALL " NON-GOOD READINGS ".
007266     IF AO-TALLY > 0
007267         MOVE "QUAL" TO AO-ITEM-TYPE
007268         GO TO 4150-EXIT
007269     END-IF.
007270     MOVE "BRCH" TO AO-ITEM-TYPE.
007271 4150-EXIT.
007272     EXIT.
007280*
007290******************************************************************
007300*    4200-SCAN-TRDRPT     -  SEVERITY 3.  RAISES ONE ALERT PER   *
007310*                            GROUP FLAGGED ON THE DRIFT REPORT.  *
007320******************************************************************
007330 4200-SCAN-TRDRPT.
007340     MOVE "N" TO AO-SCAN-EOF-SWITCH.
007350     OPEN INPUT TRDRPT.
007360     IF NOT AO-TRDRPT-OK
007370         PERFORM 8200-WRITE-NOT-AVAILABLE THRU 8200-EXIT
007380         GO TO 4200-EXIT
007390     END-IF.
007400     PERFORM 4300-CHECK-TRD-LINE THRU 4300-EXIT
007410         UNTIL AO-END-OF-SCAN.
007420     CLOSE TRDRPT.
007430 4200-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*    4300-CHECK-TRD-LINE  -  READS ONE DRIFT REPORT LINE AND     *
007480*                            RAISES ITS GROUP WHEN FLAGGED       *
007490******************************************************************
007500 4300-CHECK-TRD-LINE.
007510     READ TRDRPT.
007520     IF NOT AO-TRDRPT-OK
007530         SET AO-END-OF-SCAN TO TRUE
007540         GO TO 4300-EXIT
007550     END-IF.
007560     MOVE 0 TO AO-TALLY.
007570     INSPECT AO-TRD-LINE
007580         TALLYING AO-TALLY FOR ALL "*** DRIFT ***".
007590     IF AO-TALLY = 0
007600         GO TO 4300-EXIT
007610     END-IF.
007620     MOVE "DRFT" TO AO-ITEM-TYPE.
007630     MOVE 3 TO AO-ITEM-SEVERITY.
007640     MOVE AO-TRD-LINE(1:5) TO AO-ITEM-GROUP.
007650     MOVE AO-ITEM-GROUP TO AO-ITEM-KEY.
007660     MOVE AO-TRD-LINE(1:100) TO AO-ITEM-TEXT.
007670     PERFORM 5100-GROUP-DEPARTMENT THRU 5100-EXIT.
007680     PERFORM 5000-RAISE-ALERT THRU 5000-EXIT.
007690 4300-EXIT.
007700     EXIT.
007710*
007720******************************************************************
007730*    4400-SCAN-FEEDRPT    -  SEVERITY 2.  RAISES ONE ALERT PER   *
007740*                            MISSING FEED ON THE MISSING-FEED    *
007750*                            REPORT, PROVIDED ITS RUN DATE LINE  *
007760*                            IS TODAY'S - AN OLD REPORT LEFT FROM*
007770*                            A DAY FEEDCHK DID NOT RUN RAISES    *
007780*                            NOTHING.                            *
007790******************************************************************
007800 4400-SCAN-FEEDRPT.
007810     MOVE "N" TO AO-SCAN-EOF-SWITCH.
007820     MOVE "N" TO AO-TODAY-SWITCH.
007830     OPEN INPUT FEEDRPT.
007840     IF NOT AO-FEEDRPT-OK
007850         PERFORM 8200-WRITE-NOT-AVAILABLE THRU 8200-EXIT
007860         GO TO 4400-EXIT
007870     END-IF.
007880     PERFORM 4500-CHECK-FEED-LINE THRU 4500-EXIT
007890         UNTIL AO-END-OF-SCAN.
007900     CLOSE FEEDRPT.
007910 4400-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950*    4500-CHECK-FEED-LINE -  READS ONE MISSING-FEED REPORT LINE  *
007960*                            AND RAISES ITS SOURCE SYSTEM,       *
007970*                            ROUTED ON THE SCHEDULE'S OWNER      *
007980******************************************************************
007990 4500-CHECK-FEED-LINE.
008000     READ FEEDRPT.
008010     IF NOT AO-FEEDRPT-OK
008020         SET AO-END-OF-SCAN TO TRUE
008030         GO TO 4500-EXIT
008040     END-IF.
008050     IF AO-FEED-LINE(1:9) = "RUN DATE:"
008060         IF AO-FEED-LINE(11:8) = AO-RUN-DATE-DISPLAY
008070             MOVE "Y" TO AO-TODAY-SWITCH
008080         ELSE
008090             MOVE "N" TO AO-TODAY-SWITCH
008100         END-IF
008110         GO TO 4500-EXIT
008120     END-IF.
008130     IF AO-FEED-LINE(1:14) NOT = "MISSING FEED: "
008140         GO TO 4500-EXIT
008150     END-IF.
008160     IF NOT AO-SECTION-TODAY
008170         GO TO 4500-EXIT
008180     END-IF.
008190     MOVE "MISS" TO AO-ITEM-TYPE.
008200     MOVE 2 TO AO-ITEM-SEVERITY.
008210     MOVE AO-FEED-LINE(15:8) TO AO-ITEM-KEY.
008220     MOVE AO-FEED-LINE(1:100) TO AO-ITEM-TEXT.
008230     MOVE SPACES TO AO-ITEM-DEPT.
008240     PERFORM 4550-FIND-SOURCE THRU 4550-EXIT
008250         VARYING AO-X FROM 1 BY 1
008260         UNTIL AO-X > AO-SCH-COUNT.
008270     PERFORM 5000-RAISE-ALERT THRU 5000-EXIT.
008280 4500-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320*    4550-FIND-SOURCE     -  TAKES THE OWNING DEPARTMENT OFF ONE *
008330*                            SCHEDULE ENTRY WHEN IT IS THE       *
008340*                            MISSING SOURCE                      *
008350******************************************************************
008360 4550-FIND-SOURCE.
008370     IF AO-SCH-SOURCE(AO-X) = AO-ITEM-KEY(1:8)
008380         MOVE AO-SCH-DEPT(AO-X) TO AO-ITEM-DEPT
008390     END-IF.
008400 4550-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440*    4600-SCAN-AGERPT     -  SEVERITY 4.  RAISES ONE ALERT PER   *
008450*                            REJECT OPEN PAST THE AGING LIMIT -  *
008460*                            THE DETAIL LINES CARRY BOTH "OPEN " *
008470*                            AND " DAYS", THE RECORD NUMBER IN   *
008480*                            COLUMNS 1-6, THE GROUP IN 8-12 AND  *
008482*                            THE RUN NUMBER IN 21-26, WHICH      *
008484*                            TOGETHER MAKE THE ITEM KEY.         *
008490******************************************************************
008500 4600-SCAN-AGERPT.
008510     MOVE "N" TO AO-SCAN-EOF-SWITCH.
008520     OPEN INPUT AGERPT.
008530     IF NOT AO-AGERPT-OK
008540         PERFORM 8200-WRITE-NOT-AVAILABLE THRU 8200-EXIT
008550         GO TO 4600-EXIT
008560     END-IF.
008570     PERFORM 4700-CHECK-AGE-LINE THRU 4700-EXIT
008580         UNTIL AO-END-OF-SCAN.
008590     CLOSE AGERPT.
008600 4600-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640*    4700-CHECK-AGE-LINE  -  READS ONE AGING REPORT LINE AND     *
008650*                            RAISES ITS REJECT WHEN IT IS AN     *
008660*                            AGED OPEN-REJECT DETAIL LINE        *
008670******************************************************************
008680 4700-CHECK-AGE-LINE.
008690     READ AGERPT.
008700     IF NOT AO-AGERPT-OK
008710         SET AO-END-OF-SCAN TO TRUE
008720         GO TO 4700-EXIT
008730     END-IF.
008740     MOVE 0 TO AO-TALLY.
008750     MOVE 0 TO AO-TALLY2.
008760     INSPECT AO-AGE-LINE
008770         TALLYING AO-TALLY FOR ALL "OPEN ".
008780     INSPECT AO-AGE-LINE
008790         TALLYING AO-TALLY2 FOR ALL " DAYS".
008800     IF AO-TALLY = 0 OR AO-TALLY2 = 0
008810         GO TO 4700-EXIT
008820     END-IF.
008830     MOVE "AGED" TO AO-ITEM-TYPE.
008840     MOVE 4 TO AO-ITEM-SEVERITY.
008850     MOVE AO-AGE-LINE(8:5) TO AO-ITEM-GROUP.
008860     MOVE SPACES TO AO-ITEM-KEY.
008870     STRING AO-AGE-LINE(1:6) AO-ITEM-GROUP AO-AGE-LINE(21:6)
008880         DELIMITED BY SIZE INTO AO-ITEM-KEY.
008890     MOVE AO-AGE-LINE(1:100) TO AO-ITEM-TEXT.
008900     PERFORM 5100-GROUP-DEPARTMENT THRU 5100-EXIT.
008910     PERFORM 5000-RAISE-ALERT THRU 5000-EXIT.
008920 4700-EXIT.
008930     EXIT.
008940*
008950******************************************************************
008960*    5000-RAISE-ALERT     -  RAISES THE ITEM SET UP BY THE SCAN  *
008970*                            PARAGRAPH UNLESS IT IS ALREADY      *
008980*                            ALERTED OR BELOW ITS DEPARTMENT'S   *
008990*                            SEVERITY THRESHOLD: REGISTERS IT    *
009000*                            OPEN AND SENDS IT TO THE PRIMARY    *
009010*                            CONTACT.  AN ITEM WITH NO DEPARTMENT*
009020*                            ON FILE IS SENT UNROUTED AND STILL  *
009030*                            REGISTERED, SO IT TOO ESCALATES.    *
009040******************************************************************
009050 5000-RAISE-ALERT.
009060     PERFORM 5200-CHECK-REGISTER THRU 5200-EXIT.
009070     IF AO-SKIP-ITEM
009080         ADD 1 TO AO-REPEAT-COUNT
009090         GO TO 5000-EXIT
009100     END-IF.
009110     PERFORM 5300-READ-DEPARTMENT THRU 5300-EXIT.
009120     IF AO-DEPT-FOUND AND DM-SEVERITY-THRESHOLD > 0
009130             AND AO-ITEM-SEVERITY > DM-SEVERITY-THRESHOLD
009140         ADD 1 TO AO-BELOW-COUNT
009150         GO TO 5000-EXIT
009160     END-IF.
009170     ADD 1 TO AO-NEXT-SEQ.
009180     MOVE SPACES TO AT-REGISTER-RECORD.
009190     MOVE AO-RUN-DATE-CCYYMMDD TO AT-RAISED-DATE.
009200     MOVE AO-NEXT-SEQ TO AT-ALERT-SEQ.
009210     SET AT-OPEN TO TRUE.
009220     MOVE AO-ITEM-TYPE TO AT-ALERT-TYPE.
009230     MOVE AO-ITEM-SEVERITY TO AT-SEVERITY.
009240     MOVE AO-ITEM-DEPT TO AT-DEPARTMENT.
009250     MOVE AO-ITEM-KEY TO AT-ITEM-KEY.
009260     MOVE AO-ITEM-TEXT TO AT-ALERT-TEXT.
009270     MOVE AO-RUN-HHMMSS TO AT-RAISED-TIME.
009280     MOVE 0 TO AT-ESCALATED-DATE.
009290     MOVE 0 TO AT-ACK-DATE.
009300     MOVE 0 TO AT-ACK-TIME.
009310     WRITE AT-REGISTER-RECORD.
009320     IF NOT AO-ALRTREG-OK
009330         DISPLAY "ALRTROUT - ALRTREG WRITE FAILED, STATUS="
009340             AO-ALRTREG-STATUS
009350         MOVE 16 TO RETURN-CODE
009360         STOP RUN
009370     END-IF.
009380     IF AO-REG-COUNT >= AO-REG-MAX
009390         DISPLAY "ALRTROUT - REGISTER TABLE FULL AT " AO-REG-MAX
009400         MOVE 16 TO RETURN-CODE
009410         STOP RUN
009420     END-IF.
009430     ADD 1 TO AO-REG-COUNT.
009440     MOVE AO-ITEM-TYPE TO AO-REG-TYPE(AO-REG-COUNT).
009450     MOVE AO-ITEM-KEY TO AO-REG-KEY(AO-REG-COUNT).
009460     MOVE "O" TO AO-REG-STATE(AO-REG-COUNT).
009470     MOVE "Y" TO AO-REG-TODAY(AO-REG-COUNT).
009480     MOVE SPACES TO AL-ALERT-RECORD.
009490     MOVE AT-ALERT-ID TO AL-ALERT-ID.
009500     SET AL-NEW-ALERT TO TRUE.
009510     MOVE AO-ITEM-TYPE TO AL-ALERT-TYPE.
009520     MOVE AO-ITEM-SEVERITY TO AL-SEVERITY.
009530     MOVE AO-ITEM-KEY TO AL-ITEM-KEY.
009540     MOVE AO-ITEM-TEXT TO AL-ALERT-TEXT.
009550     MOVE AO-ITEM-DEPT TO AL-DEPARTMENT.
009560     IF AO-DEPT-FOUND
009570         SET AL-ROUTED TO TRUE
009580         MOVE DM-DEPT-NAME TO AL-DEPT-NAME
009590         MOVE DM-PRIMARY-CONTACT TO AL-CONTACT-NAME
009600         MOVE DM-PRIMARY-PHONE TO AL-CONTACT-PHONE
009610         MOVE DM-NOTIFY-ADDRESS TO AL-NOTIFY-ADDRESS
009620         ADD 1 TO AO-ROUTED-COUNT
009630     ELSE
009640         SET AL-UNROUTED TO TRUE
009650         ADD 1 TO AO-UNROUTED-COUNT
009660     END-IF.
009670     PERFORM 5400-WRITE-ALERT THRU 5400-EXIT.
009680     MOVE AT-ALERT-ID TO AO-ED-ALERT-ID.
009690     MOVE SPACES TO AO-REPORT-LINE.
009700     IF AO-DEPT-FOUND
009710         STRING "  " AO-ED-ALERT-ID " " AO-ITEM-TYPE
009720                " " AO-ITEM-DEPT " " AO-ITEM-KEY
009730                "  SENT TO " AL-CONTACT-NAME " " AL-CONTACT-PHONE
009740             DELIMITED BY SIZE INTO AO-REPORT-LINE
009750     ELSE
009760         STRING "  " AO-ED-ALERT-ID " " AO-ITEM-TYPE
009770                " " AO-ITEM-DEPT " " AO-ITEM-KEY
009780                "  UNROUTED - NO DEPARTMENT ON FILE"
009790             DELIMITED BY SIZE INTO AO-REPORT-LINE
009800     END-IF.
009810     WRITE AO-REPORT-LINE.
009820 5000-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860*    5100-GROUP-DEPARTMENT - TAKES THE ITEM'S DEPARTMENT OFF THE *
009870*                            GROUP MASTER.  A GROUP NOT ON THE   *
009880*                            MASTER LEAVES IT BLANK.             *
009890******************************************************************
009900 5100-GROUP-DEPARTMENT.
009910     MOVE SPACES TO AO-ITEM-DEPT.
009920     MOVE AO-ITEM-GROUP TO GM-GROUP-ID.
009930     READ GRPFILE.
009940     IF AO-GRPFILE-OK
009950         MOVE GM-DEPARTMENT TO AO-ITEM-DEPT
009960     END-IF.
009970 5100-EXIT.
009980     EXIT.
009990*
010000******************************************************************
010010*    5200-CHECK-REGISTER  -  SETS AO-SKIP-ITEM WHEN THE ITEM IS  *
010020*                            ALREADY ALERTED AS THE SAME TYPE:   *
010030*                            AN ALERT FOR IT IS STILL OPEN OR    *
010040*                            ESCALATED, ONE WAS RAISED FOR IT    *
010050*                            TODAY, OR IT IS AN AGED REJECT      *
010051*                            ALERTED BEFORE AT ALL.              *
010060******************************************************************
010070 5200-CHECK-REGISTER.
010080     MOVE "N" TO AO-SKIP-SWITCH.
010090     PERFORM 5250-CHECK-ONE-ENTRY THRU 5250-EXIT
010100         VARYING AO-X FROM 1 BY 1
010110         UNTIL AO-X > AO-REG-COUNT OR AO-SKIP-ITEM.
010120 5200-EXIT.
010130     EXIT.
010140*
010150******************************************************************
010160*    5250-CHECK-ONE-ENTRY -  TESTS ONE REGISTER TABLE ENTRY      *
010170*                            AGAINST THE ITEM                    *
010180******************************************************************
010190 5250-CHECK-ONE-ENTRY.
010200     IF AO-REG-TYPE(AO-X) NOT = AO-ITEM-TYPE
010210             OR AO-REG-KEY(AO-X) NOT = AO-ITEM-KEY
010220         GO TO 5250-EXIT
010230     END-IF.
010240     IF AO-REG-STATE(AO-X) = "O"
010250             OR AO-REG-TODAY(AO-X) = "Y"
010260             OR AO-ITEM-TYPE = "AGED"
010270         SET AO-SKIP-ITEM TO TRUE
010280     END-IF.
010290 5250-EXIT.
010300     EXIT.
010310*
010320******************************************************************
010330*    5300-READ-DEPARTMENT -  READS THE DEPARTMENT IN AO-ITEM-DEPT*
010340*                            OFF THE DEPARTMENT MASTER           *
010350******************************************************************
010360 5300-READ-DEPARTMENT.
010370     MOVE "N" TO AO-DEPT-FOUND-SWITCH.
010380     IF AO-ITEM-DEPT = SPACES
010390         GO TO 5300-EXIT
010400     END-IF.
010410     MOVE AO-ITEM-DEPT TO DM-DEPT-ID.
010420     READ DEPTFILE.
010430     IF AO-DEPTFILE-OK
010440         MOVE "Y" TO AO-DEPT-FOUND-SWITCH
010450     END-IF.
010460 5300-EXIT.
010470     EXIT.
010480*
010490******************************************************************
010500*    5400-WRITE-ALERT     -  STAMPS THE ALERT RECORD WITH THE    *
010510*                            RUN DATE AND TIME AND WRITES IT FOR *
010520*                            THE GATEWAY                         *
010530******************************************************************
010540 5400-WRITE-ALERT.
010550     MOVE AO-RUN-DATE-CCYYMMDD TO AL-SENT-DATE.
010560     MOVE AO-RUN-HHMMSS TO AL-SENT-TIME.
010570     WRITE AL-ALERT-RECORD.
010580 5400-EXIT.
010590     EXIT.
010600*
010610******************************************************************
010620*    7000-FINALIZE        -  WRITES THE COUNTS, CLOSES THE FILES *
010630*                            AND SETS RETURN CODE 4 WHEN ANY     *
010640*                            ALERT WAS ESCALATED OR WENT OUT     *
010650*                            UNROUTED - BOTH WANT A PERSON ON IT *
010660******************************************************************
010670 7000-FINALIZE.
010680     IF AO-ROUTED-COUNT = 0 AND AO-UNROUTED-COUNT = 0
010690         PERFORM 8300-WRITE-NONE THRU 8300-EXIT
010700     END-IF.
010710     PERFORM 8100-WRITE-BLANK THRU 8100-EXIT.
010720     MOVE AO-ACKS-APPLIED TO AO-ED-COUNT.
010730     MOVE SPACES TO AO-REPORT-LINE.
010740     STRING "ACKNOWLEDGEMENTS APPLIED:  " AO-ED-COUNT
010750         DELIMITED BY SIZE INTO AO-REPORT-LINE.
010760     WRITE AO-REPORT-LINE.
010770     MOVE AO-ACKS-PASSED TO AO-ED-COUNT.
010780     MOVE SPACES TO AO-REPORT-LINE.
010790     STRING "ACKNOWLEDGEMENTS PASSED:   " AO-ED-COUNT
010800         DELIMITED BY SIZE INTO AO-REPORT-LINE.
010810     WRITE AO-REPORT-LINE.
010820     MOVE AO-ESCALATED-COUNT TO AO-ED-COUNT.
010830     MOVE SPACES TO AO-REPORT-LINE.
010840     STRING "ALERTS ESCALATED:          " AO-ED-COUNT
010850         DELIMITED BY SIZE INTO AO-REPORT-LINE.
010860     WRITE AO-REPORT-LINE.
010870     MOVE AO-STILL-UNACKED TO AO-ED-COUNT.
010880     MOVE SPACES TO AO-REPORT-LINE.
010890     STRING "STILL UNACKNOWLEDGED:      " AO-ED-COUNT
010900         DELIMITED BY SIZE INTO AO-REPORT-LINE.
010910     WRITE AO-REPORT-LINE.
010920     MOVE AO-ROUTED-COUNT TO AO-ED-COUNT.
010930     MOVE SPACES TO AO-REPORT-LINE.
010940     STRING "NEW ALERTS ROUTED:         " AO-ED-COUNT
010950         DELIMITED BY SIZE INTO AO-REPORT-LINE.
010960     WRITE AO-REPORT-LINE.
010970     MOVE AO-UNROUTED-COUNT TO AO-ED-COUNT.
010980     MOVE SPACES TO AO-REPORT-LINE.
010990     STRING "NEW ALERTS UNROUTED:       " AO-ED-COUNT
011000         DELIMITED BY SIZE INTO AO-REPORT-LINE.
011010     WRITE AO-REPORT-LINE.
011020     MOVE AO-REPEAT-COUNT TO AO-ED-COUNT.
011030     MOVE SPACES TO AO-REPORT-LINE.
011040     STRING "ITEMS ALREADY ALERTED:     " AO-ED-COUNT
011050         DELIMITED BY SIZE INTO AO-REPORT-LINE.
011060     WRITE AO-REPORT-LINE.
011070     MOVE AO-BELOW-COUNT TO AO-ED-COUNT.
011080     MOVE SPACES TO AO-REPORT-LINE.
011090     STRING "ITEMS BELOW THRESHOLD:     " AO-ED-COUNT
011100         DELIMITED BY SIZE INTO AO-REPORT-LINE.
011110     WRITE AO-REPORT-LINE.
011120     MOVE AO-PURGED-COUNT TO AO-ED-COUNT.
011130     MOVE SPACES TO AO-REPORT-LINE.
011140     STRING "ACKNOWLEDGED ALERTS PURGED:" AO-ED-COUNT
011150         DELIMITED BY SIZE INTO AO-REPORT-LINE.
011160     WRITE AO-REPORT-LINE.
011170     CLOSE DEPTFILE.
011180     CLOSE GRPFILE.
011190     CLOSE ALRTREG.
011200     CLOSE ALRTOUT.
011210     CLOSE ALRTRPT.
011220     IF AO-ESCALATED-COUNT > 0 OR AO-UNROUTED-COUNT > 0
011230         MOVE 4 TO RETURN-CODE
011240     END-IF.
011250 7000-EXIT.
011260     EXIT.
011270*
011280******************************************************************
011290*    8000-DATE-TO-DAYS    -  TURNS A CCYYMMDD DATE INTO THE      *
011300*                            COARSE MONOTONIC DAY NUMBER.  A     *
011310*                            ZERO OR MALFORMED DATE COMES BACK   *
011320*                            AS DAY ZERO.                        *
011330******************************************************************
011340 8000-DATE-TO-DAYS.
011350     IF AO-WORK-MM < 1 OR AO-WORK-MM > 12
011360         MOVE 0 TO AO-WORK-DAYS
011370         GO TO 8000-EXIT
011380     END-IF.
011390     COMPUTE AO-WORK-DAYS =
011400         (AO-WORK-YYYY * 365)
011410         + (AO-WORK-YYYY / 4)
011420         + AO-MONTH-OFFSET(AO-WORK-MM)
011430         + AO-WORK-DD.
011440 8000-EXIT.
011450     EXIT.
011460*
011470******************************************************************
011480*    8100-WRITE-BLANK     -  WRITES ONE BLANK SPACER LINE        *
011490******************************************************************
011500 8100-WRITE-BLANK.
011510     MOVE SPACES TO AO-REPORT-LINE.
011520     WRITE AO-REPORT-LINE.
011530 8100-EXIT.
011540     EXIT.
011550*
011560******************************************************************
011570*    8200-WRITE-NOT-AVAILABLE - NOTES AN INPUT THAT DID NOT      *
011580*                            ARRIVE.  THE REST OF THE RUN STILL  *
011590*                            GOES AHEAD.                         *
011600******************************************************************
011610 8200-WRITE-NOT-AVAILABLE.
011620     MOVE SPACES TO AO-REPORT-LINE.
011630     MOVE "  (INPUT NOT AVAILABLE - SECTION SKIPPED)"
011640         TO AO-REPORT-LINE.
011650     WRITE AO-REPORT-LINE.
011660 8200-EXIT.
011670     EXIT.
011680*
011690******************************************************************
011700*    8300-WRITE-NONE      -  CLOSES AN EMPTY SECTION             *
011710******************************************************************
011720 8300-WRITE-NONE.
011730     MOVE SPACES TO AO-REPORT-LINE.
011740     MOVE "  NONE" TO AO-REPORT-LINE.
011750     WRITE AO-REPORT-LINE.
011760 8300-EXIT.
011770     EXIT.
