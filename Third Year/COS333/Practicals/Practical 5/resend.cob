000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    RESEND                                          *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       RESENDS ONE COMPLETED S20734621 RUN'S CSV       *
000190*                EXTRACT, NAMED BY RUN NUMBER ON THE PARM, WHEN  *
000200*                ACKCHECK REPORTS IT NEVER CONFIRMED OR FAILED   *
000210*                BY THE WAREHOUSE AND THE ORIGINAL GDG           *
000220*                GENERATION MAY HAVE ROLLED OFF.  THE RUN'S      *
000230*                GROUP LINES ARE REBUILT IN THE DAILY CSV FORMAT *
000240*                (CVRECCPY) FROM THE HISTORY RECORDS IT WROTE    *
000250*                (HSRECCPY, MATCHED ON HS-RUN-NUMBER) - AND FROM *
000260*                THE PRIOR IMAGES ON HSTPRIOR (HPRECCPY) FOR     *
000270*                RECORDS A LATER RUN HAS SINCE REPLACED -        *
000280*                FOLLOWED BY A GRAND LINE.  A RESEND MANIFEST    *
000290*                (MFRECCPY TYPE S) CARRYING THE NEW LINE COUNT   *
000300*                AND GROUP-COUNT HASH IS APPENDED SO ACKCHECK    *
000310*                CAN MATCH THE FRESH ACKNOWLEDGMENT AND CLOSE    *
000320*                THE ORIGINAL EXCEPTION.  THE TOTALS ARE COMPARED*
000330*                WITH THE RUN'S ORIGINAL MANIFEST AND ANY        *
000340*                DIFFERENCE IS WARNED.  A RUN THE WAREHOUSE HAS  *
000350*                ALREADY ACKNOWLEDGED AS LOADED (ORIGINAL OR AN  *
000360*                EARLIER RESEND) IS REFUSED UNLESS THE FORCE     *
000370*                PARM FIELD IS GIVEN.  EVERY ATTEMPT, SENT OR    *
000380*                REFUSED, IS APPENDED TO THE RESEND LOG          *
000390*                (RLRECCPY).  RETURN CODE 8 WHEN THE RESEND IS   *
000400*                REFUSED; 4 WHEN IT WENT OUT WITH WARNINGS FOR   *
000410*                DATA CONTROL TO REVIEW.                         *
000420*                                                                 *
000430*-----------------------------------------------------------------*
000440* MODIFICATION HISTORY                                           *
000450*-----------------------------------------------------------------*
000460* DATE       INIT DESCRIPTION                                    *
000470* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
00047A* 15/10/2026 MVM  RESEND LINES NOW CARRY THE ESTIMATED AND       *
00047B*                SUSPECT READING COUNTS AFTER THE RUN NUMBER,    *
00047C*                AS THE DAILY LINE DOES (EMPTY FOR HISTORY       *
00047D*                WRITTEN BEFORE THE COUNTS WERE KEPT).           *
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     RESEND.
000510 AUTHOR.         M. VAN DER MERWE.
000520 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000530 DATE-WRITTEN.   15/10/2026.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RUNFILE ASSIGN TO "RUNFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS RC-RUN-NUMBER
000670         FILE STATUS IS RS-RUNFILE-STATUS.
000680     SELECT HISTFILE ASSIGN TO "HISTFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS HS-HISTORY-KEY
000720         FILE STATUS IS RS-HISTFILE-STATUS.
000730     SELECT HSTPRIOR ASSIGN TO "HSTPRIOR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HP-PRIOR-KEY
000770         FILE STATUS IS RS-HSTPRIOR-STATUS.
000780     SELECT ACKFILE ASSIGN TO "ACKFILE"
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS RS-ACKFILE-STATUS.
000820     SELECT MANFILE ASSIGN TO "MANFILE"
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS RS-MANFILE-STATUS.
000860     SELECT CSVFILE ASSIGN TO "CSVFILE"
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS RS-CSVFILE-STATUS.
000900     SELECT RSNDLOG ASSIGN TO "RSNDLOG"
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS RS-RSNDLOG-STATUS.
000940     SELECT RSNDRPT ASSIGN TO "RSNDRPT"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS RS-RSNDRPT-STATUS.
000980*
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  RUNFILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY RCRECCPY.
001040*
001050 FD  HISTFILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY HSRECCPY.
001080*
001090 FD  HSTPRIOR
001100     LABEL RECORDS ARE STANDARD.
001110 COPY HPRECCPY.
001120*
001130 FD  ACKFILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY AKRECCPY.
001170*
001180 FD  MANFILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 COPY MFRECCPY.
001220*
001230 FD  CSVFILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 COPY CVRECCPY.
001270*
001280 FD  RSNDLOG
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 COPY RLRECCPY.
001320*
001330 FD  RSNDRPT
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  RS-REPORT-LINE              PIC X(132).
001370*
001380 WORKING-STORAGE SECTION.
001390******************************************************************
001400*    FILE STATUS SWITCHES                                       *
001410******************************************************************
001420 01  RS-RUNFILE-STATUS          PIC X(02) VALUE "00".
001430     88  RS-RUNFILE-OK                      VALUE "00".
001440*
001450 01  RS-HISTFILE-STATUS         PIC X(02) VALUE "00".
001460     88  RS-HISTFILE-OK                     VALUE "00".
001470*
001480 01  RS-HSTPRIOR-STATUS         PIC X(02) VALUE "00".
001490     88  RS-HSTPRIOR-OK                     VALUE "00".
001500*
001510 01  RS-ACKFILE-STATUS          PIC X(02) VALUE "00".
001520     88  RS-ACKFILE-OK                      VALUE "00".
001530     88  RS-ACKFILE-EOF                     VALUE "10".
001540*
001550 01  RS-MANFILE-STATUS          PIC X(02) VALUE "00".
001560     88  RS-MANFILE-OK                      VALUE "00".
001570     88  RS-MANFILE-EOF                     VALUE "10".
001580*
001590 01  RS-CSVFILE-STATUS          PIC X(02) VALUE "00".
001600     88  RS-CSVFILE-OK                      VALUE "00".
001610*
001620 01  RS-RSNDLOG-STATUS          PIC X(02) VALUE "00".
001630     88  RS-RSNDLOG-OK                      VALUE "00".
001640*
001650 01  RS-RSNDRPT-STATUS          PIC X(02) VALUE "00".
001660     88  RS-RSNDRPT-OK                      VALUE "00".
001670*
001680 01  RS-HIST-SCAN-SWITCH        PIC X(01) VALUE "N".
001690     88  RS-HIST-SCAN-DONE                  VALUE "Y".
001700 01  RS-PRIOR-SCAN-SWITCH       PIC X(01) VALUE "N".
001710     88  RS-PRIOR-SCAN-DONE                 VALUE "Y".
001720 01  RS-ACK-SCAN-SWITCH         PIC X(01) VALUE "N".
001730     88  RS-ACK-SCAN-DONE                   VALUE "Y".
001740 01  RS-MAN-SCAN-SWITCH         PIC X(01) VALUE "N".
001750     88  RS-MAN-SCAN-DONE                   VALUE "Y".
001760 01  RS-RUN-OK-SWITCH           PIC X(01) VALUE "N".
001770     88  RS-RUN-ACCEPTED                    VALUE "Y".
001780 01  RS-LOADED-SWITCH           PIC X(01) VALUE "N".
001790     88  RS-ALREADY-LOADED                  VALUE "Y".
001800 01  RS-ORIG-FOUND-SWITCH       PIC X(01) VALUE "N".
001810     88  RS-ORIG-MANIFEST-FOUND             VALUE "Y".
001820 01  RS-PRIOR-OPEN-SWITCH       PIC X(01) VALUE "N".
001830     88  RS-PRIOR-OPEN                      VALUE "Y".
001840 01  RS-SENT-SWITCH             PIC X(01) VALUE "N".
001850     88  RS-EXTRACT-SENT                    VALUE "Y".
001860*
001870******************************************************************
001880*    COUNTERS AND THE WORST RETURN CODE SEEN                    *
001890******************************************************************
001900 77  RS-WORST-RC                PIC 9(02) VALUE 0.
001910 77  RS-HISTORY-LINES           PIC 9(06) COMP VALUE 0.
001920 77  RS-RECOVERED-COUNT         PIC 9(04) COMP VALUE 0.
001930 77  RS-ACKS-FOUND              PIC 9(04) COMP VALUE 0.
001940 77  RS-EARLIER-RESENDS         PIC 9(04) COMP VALUE 0.
001950*
001960******************************************************************
001970*    THE RUN BEING RESENT - PARM RUN NUMBER AND FORCE FIELD,    *
001980*    THE WAREHOUSE STATUS FOUND FOR IT AND THE TOTALS OFF ITS   *
001990*    ORIGINAL MANIFEST                                          *
002000******************************************************************
002010 01  RS-PARM-RUN-X              PIC X(06) VALUE SPACES.
002020 01  RS-PARM-RUN REDEFINES RS-PARM-RUN-X
002030                                PIC 9(06).
002040 01  RS-PARM-FORCE              PIC X(05) VALUE SPACES.
002050     88  RS-OVERRIDE-FORCE                  VALUE "FORCE".
002060 01  RS-ACK-STATUS              PIC X(01) VALUE SPACE.
002070 01  RS-LOADED-DATE             PIC 9(08) VALUE 0.
002080 01  RS-LOADED-TYPE             PIC X(01) VALUE SPACE.
002090 01  RS-ORIG-LINES              PIC 9(06) VALUE 0.
002100 01  RS-ORIG-HASH               PIC 9(12) VALUE 0.
002110 01  RS-REASON                  PIC X(30) VALUE SPACES.
002120*
002130******************************************************************
002140*    RESEND EXTRACT TOTALS - LINE COUNT AND GROUP-COUNT HASH    *
002150*    FOR THE MANIFEST, AND THE GRAND LINE REBUILT FROM THE      *
002160*    GROUP RECORDS (COUNT-WEIGHTED MEAN, OVERALL MIN AND MAX)   *
002170******************************************************************
002180 01  RS-CSV-LINES               PIC 9(06) VALUE 0.
002190 01  RS-COUNT-HASH              PIC 9(12) VALUE 0.
002200 01  RS-GRAND-COUNT             PIC 9(06) VALUE 0.
002210 01  RS-GRAND-SUM               PIC S9(13)V9(05) VALUE 0.
002220 01  RS-GRAND-MEAN              PIC S9(04)V9(05) VALUE 0.
002230 01  RS-GRAND-MIN               PIC S9(04)V9(05) VALUE 0.
002240 01  RS-GRAND-MAX               PIC S9(04)V9(05) VALUE 0.
002250 01  RS-GRAND-FIRST-SWITCH      PIC X(01) VALUE "Y".
002260     88  RS-GRAND-FIRST-ROW                 VALUE "Y".
002270 01  RS-HIST-VARIANCE           PIC S9(08)V9(05) VALUE 0.
002280*
002290******************************************************************
002300*    RUN DATE AND TIME                                          *
002310******************************************************************
002320 01  RS-RUN-DATE                PIC 9(06).
002330 01  RS-RUN-DATE-R REDEFINES RS-RUN-DATE.
002340     05  RS-RUN-YY              PIC 9(02).
002350     05  RS-RUN-MM              PIC 9(02).
002360     05  RS-RUN-DD              PIC 9(02).
002370 01  RS-RUN-DATE-DISPLAY        PIC X(08).
002380 01  RS-TODAY-CCYYMMDD          PIC 9(08) VALUE 0.
002390 01  RS-RUN-TIME                PIC 9(08).
002400 01  RS-RUN-TIME-R REDEFINES RS-RUN-TIME.
002410     05  RS-RUN-HHMMSS          PIC 9(06).
002420     05  FILLER                 PIC 9(02).
002430*
002440******************************************************************
002450*    REPORT AND EXTRACT EDIT FIELDS AND HEADINGS                *
002460******************************************************************
002470 01  RS-ED-COUNT                PIC ZZZZZ9.
002480 01  RS-ED-MEAN                 PIC -ZZZ9.99999.
002490 01  RS-ED-VARIANCE             PIC -ZZZ9.99999.
002500 01  RS-ED-STDDEV               PIC -ZZZ9.99999.
002510 01  RS-ED-MIN                  PIC -ZZZ9.99999.
002520 01  RS-ED-MAX                  PIC -ZZZ9.99999.
002530 01  RS-ED-MEDIAN               PIC -ZZZ9.99999.
002540 01  RS-ED-P10                  PIC -ZZZ9.99999.
002550 01  RS-ED-P90                  PIC -ZZZ9.99999.
002560 01  RS-ED-P95                  PIC -ZZZ9.99999.
002570 01  RS-PR-P10                  PIC X(11) VALUE SPACES.
002580 01  RS-PR-P90                  PIC X(11) VALUE SPACES.
002590 01  RS-PR-P95                  PIC X(11) VALUE SPACES.
00259A 01  RS-ED-EST-COUNT            PIC ZZZZZ9.
00259B 01  RS-ED-SUSP-COUNT           PIC ZZZZZ9.
00259C 01  RS-PR-EST                  PIC X(06) VALUE SPACES.
00259D 01  RS-PR-SUSP                 PIC X(06) VALUE SPACES.
002600 01  RS-HEADING-1               PIC X(50)
002610    VALUE "RESEND - RESEND OF A STATISTICS RUN'S CSV EXTRACT".
002620*
002630 LINKAGE SECTION.
002640 01  LK-PARM.
002650     05  LK-PARM-LEN             PIC S9(04) COMP.
002660     05  LK-PARM-TEXT            PIC X(12).
002670*
002680 PROCEDURE DIVISION USING LK-PARM.
002690******************************************************************
002700*    0000-MAINLINE                                              *
002710******************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 1100-CHECK-RUN THRU 1100-EXIT.
002750     IF RS-RUN-ACCEPTED
002760         PERFORM 1200-CHECK-ACKS THRU 1200-EXIT
002770     END-IF.
002780     IF RS-RUN-ACCEPTED
002790         PERFORM 1300-FIND-ORIGINAL THRU 1300-EXIT
002800         PERFORM 1400-OPEN-HISTORY THRU 1400-EXIT
002810         PERFORM 2000-REBUILD-FROM-HISTORY THRU 2000-EXIT
002820         PERFORM 2100-RECOVER-REPLACED THRU 2100-EXIT
002830         PERFORM 2400-WRITE-CSV-GRAND THRU 2400-EXIT
002840         PERFORM 3000-CHECK-TOTALS THRU 3000-EXIT
002850     END-IF.
002860     IF RS-EXTRACT-SENT
002870         PERFORM 3500-WRITE-MANIFEST THRU 3500-EXIT
002880     END-IF.
002890     PERFORM 3700-WRITE-RESEND-LOG THRU 3700-EXIT.
002900     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002910     STOP RUN.
002920*
002930******************************************************************
002940*    1000-INITIALIZE      -  PICKS UP THE RUN NUMBER AND FORCE  *
002950*                            PARM FIELDS, OPENS THE RUN CONTROL *
002960*                            FILE AND THE REPORT, SETS THE RUN  *
002970*                            DATE AND WRITES THE HEADING        *
002980******************************************************************
002990 1000-INITIALIZE.
003000     IF LK-PARM-LEN >= 6
003010         MOVE LK-PARM-TEXT(1:6) TO RS-PARM-RUN-X
003020     END-IF.
003030     IF LK-PARM-LEN >= 12
003040         MOVE LK-PARM-TEXT(8:5) TO RS-PARM-FORCE
003050     END-IF.
003060     OPEN INPUT RUNFILE.
003070     IF NOT RS-RUNFILE-OK
003080         DISPLAY "RESEND - RUNFILE OPEN FAILED, STATUS="
003090             RS-RUNFILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT RSNDRPT.
003140     IF NOT RS-RSNDRPT-OK
003150         DISPLAY "RESEND - RSNDRPT OPEN FAILED, STATUS="
003160             RS-RSNDRPT-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     ACCEPT RS-RUN-DATE FROM DATE.
003210     ACCEPT RS-RUN-TIME FROM TIME.
003220     COMPUTE RS-TODAY-CCYYMMDD = 20000000 + RS-RUN-DATE.
003230     STRING RS-RUN-MM "/" RS-RUN-DD "/" RS-RUN-YY
003240         DELIMITED BY SIZE INTO RS-RUN-DATE-DISPLAY.
003250     MOVE SPACES TO RS-REPORT-LINE.
003260     MOVE RS-HEADING-1 TO RS-REPORT-LINE.
003270     WRITE RS-REPORT-LINE.
003280     MOVE SPACES TO RS-REPORT-LINE.
003290     STRING "RUN DATE: " RS-RUN-DATE-DISPLAY
003300            "   RUN TO RESEND: " RS-PARM-RUN-X
003310            "   OVERRIDE: " RS-PARM-FORCE
003320         DELIMITED BY SIZE INTO RS-REPORT-LINE.
003330     WRITE RS-REPORT-LINE.
003340     MOVE SPACES TO RS-REPORT-LINE.
003350     WRITE RS-REPORT-LINE.
003360 1000-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*    1100-CHECK-RUN       -  READS THE RUN CONTROL ENTRY AND     *
003410*                            ACCEPTS THE RESEND ONLY FOR A      *
003420*                            COMPLETED RUN.  AN IN-FLIGHT OR    *
003430*                            ABANDONED RUN NEVER SHIPPED AN     *
003440*                            EXTRACT; A REVERSED RUN HAS BEEN   *
003450*                            WITHDRAWN FROM THE WAREHOUSE.      *
003460******************************************************************
003470 1100-CHECK-RUN.
003480     IF RS-PARM-RUN-X NOT NUMERIC OR RS-PARM-RUN = 0
003490         MOVE SPACES TO RS-REPORT-LINE
003500         STRING "REFUSED: PARM MUST BE A SIX-DIGIT RUN NUMBER: "
003510                RS-PARM-RUN-X
003520             DELIMITED BY SIZE INTO RS-REPORT-LINE
003530         WRITE RS-REPORT-LINE
003540         DISPLAY "RESEND - PARM NOT A RUN NUMBER: "
003550             RS-PARM-RUN-X
003560         MOVE "PARM NOT A RUN NUMBER" TO RS-REASON
003570         GO TO 1100-REFUSED
003580     END-IF.
003590     MOVE RS-PARM-RUN TO RC-RUN-NUMBER.
003600     READ RUNFILE.
003610     IF NOT RS-RUNFILE-OK
003620         MOVE SPACES TO RS-REPORT-LINE
003630         STRING "REFUSED: RUN " RS-PARM-RUN-X
003640                " NOT ON RUN CONTROL FILE"
003650             DELIMITED BY SIZE INTO RS-REPORT-LINE
003660         WRITE RS-REPORT-LINE
003670         DISPLAY "RESEND - RUN " RS-PARM-RUN-X
003680             " NOT ON RUN CONTROL FILE"
003690         MOVE "RUN NOT ON RUN CONTROL FILE" TO RS-REASON
003700         GO TO 1100-REFUSED
003710     END-IF.
003720     IF RC-REVERSED
003730         MOVE SPACES TO RS-REPORT-LINE
003740         STRING "REFUSED: RUN " RS-PARM-RUN-X
003750                " WAS BACKED OUT BY RUNBKOUT ON " RC-REVERSED-DATE
003760                " - NOTHING TO RESEND"
003770             DELIMITED BY SIZE INTO RS-REPORT-LINE
003780         WRITE RS-REPORT-LINE
003790         DISPLAY "RESEND - RUN " RS-PARM-RUN-X " IS REVERSED"
003800         MOVE "RUN REVERSED" TO RS-REASON
003810         GO TO 1100-REFUSED
003820     END-IF.
003830     IF NOT RC-COMPLETE
003840         MOVE SPACES TO RS-REPORT-LINE
003850         STRING "REFUSED: RUN " RS-PARM-RUN-X
003860                " NOT COMPLETE, STATUS IS " RC-STATUS
003870             DELIMITED BY SIZE INTO RS-REPORT-LINE
003880         WRITE RS-REPORT-LINE
003890         DISPLAY "RESEND - RUN " RS-PARM-RUN-X
003900             " NOT COMPLETE, STATUS IS " RC-STATUS
003910         MOVE "RUN NOT COMPLETE" TO RS-REASON
003920         GO TO 1100-REFUSED
003930     END-IF.
003940     SET RS-RUN-ACCEPTED TO TRUE.
003950     MOVE SPACES TO RS-REPORT-LINE.
003960     STRING "RUN " RS-PARM-RUN-X
003970            " DATED " RC-RUN-DATE
003980            " INPUT DSN " RC-INPUT-DSN
003990         DELIMITED BY SIZE INTO RS-REPORT-LINE.
004000     WRITE RS-REPORT-LINE.
004010     GO TO 1100-EXIT.
004020 1100-REFUSED.
004030     IF RS-WORST-RC < 8
004040         MOVE 8 TO RS-WORST-RC
004050     END-IF.
004060 1100-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    1200-CHECK-ACKS      -  SCANS THE WAREHOUSE                 *
004110*                            ACKNOWLEDGMENT FILE FOR THE RUN'S  *
004120*                            ORIGINAL EXTRACT AND ANY EARLIER   *
004130*                            RESEND.  ONE ACKNOWLEDGED AS       *
004140*                            LOADED MEANS THE WAREHOUSE ALREADY *
004150*                            HOLDS THE RUN - THE RESEND IS      *
004160*                            REFUSED UNLESS FORCED, AND A       *
004170*                            FORCED RESEND IS A WARNING.        *
004180******************************************************************
004190 1200-CHECK-ACKS.
004200     OPEN INPUT ACKFILE.
004210     IF NOT RS-ACKFILE-OK
004220         DISPLAY "RESEND - ACKFILE OPEN FAILED, STATUS="
004230             RS-ACKFILE-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     PERFORM 1210-SCAN-ACK THRU 1210-EXIT
004280         UNTIL RS-ACK-SCAN-DONE.
004290     CLOSE ACKFILE.
004300     IF RS-ACKS-FOUND = 0
004310         MOVE SPACES TO RS-REPORT-LINE
004320         STRING "NO ACKNOWLEDGMENT ON FILE FOR RUN " RS-PARM-RUN-X
004330             DELIMITED BY SIZE INTO RS-REPORT-LINE
004340         WRITE RS-REPORT-LINE
004350     END-IF.
004360     IF NOT RS-ALREADY-LOADED
004370         GO TO 1200-EXIT
004380     END-IF.
004390     IF RS-OVERRIDE-FORCE
004400         MOVE SPACES TO RS-REPORT-LINE
004410         STRING "WARNING: RUN " RS-PARM-RUN-X
004420                " ALREADY LOADED ON " RS-LOADED-DATE
004430                " - FORCE RESEND REQUESTED"
004440             DELIMITED BY SIZE INTO RS-REPORT-LINE
004450         WRITE RS-REPORT-LINE
004460         IF RS-WORST-RC < 4
004470             MOVE 4 TO RS-WORST-RC
004480         END-IF
004490         GO TO 1200-EXIT
004500     END-IF.
004510     MOVE SPACES TO RS-REPORT-LINE.
004520     STRING "REFUSED: RUN " RS-PARM-RUN-X
004530            " ALREADY ACKNOWLEDGED AS LOADED ON " RS-LOADED-DATE
004540            " - USE THE FORCE PARM TO RESEND"
004550         DELIMITED BY SIZE INTO RS-REPORT-LINE.
004560     WRITE RS-REPORT-LINE.
004570     DISPLAY "RESEND - RUN " RS-PARM-RUN-X
004580         " ALREADY LOADED - USE THE FORCE PARM TO RESEND".
004590     MOVE "N" TO RS-RUN-OK-SWITCH.
004600     MOVE "ALREADY LOADED BY WAREHOUSE" TO RS-REASON.
004610     IF RS-WORST-RC < 8
004620         MOVE 8 TO RS-WORST-RC
004630     END-IF.
004640 1200-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    1210-SCAN-ACK        -  READS ONE ACKNOWLEDGMENT AND LISTS  *
004690*                            IT WHEN IT IS FOR THE RUN'S         *
004700*                            ORIGINAL EXTRACT OR A RESEND        *
004710******************************************************************
004720 1210-SCAN-ACK.
004730     READ ACKFILE.
004740     IF NOT RS-ACKFILE-OK
004750         SET RS-ACK-SCAN-DONE TO TRUE
004760         GO TO 1210-EXIT
004770     END-IF.
004780     IF AK-RUN-NUMBER NOT NUMERIC
004790         GO TO 1210-EXIT
004800     END-IF.
004810     IF AK-RUN-NUMBER NOT = RS-PARM-RUN
004820         GO TO 1210-EXIT
004830     END-IF.
004840     IF AK-REVERSAL-EXTRACT
004850         GO TO 1210-EXIT
004860     END-IF.
004870     ADD 1 TO RS-ACKS-FOUND.
004880     MOVE SPACES TO RS-REPORT-LINE.
004890     STRING "ACKNOWLEDGMENT: TYPE " AK-EXTRACT-TYPE
004900            " STATUS " AK-STATUS
004910            " LOAD DATE " AK-LOAD-DATE
004920            " LINES " AK-LINE-COUNT
004930            " HASH " AK-COUNT-HASH
004940         DELIMITED BY SIZE INTO RS-REPORT-LINE.
004950     WRITE RS-REPORT-LINE.
004960     IF AK-LOADED
004970         SET RS-ALREADY-LOADED TO TRUE
004980         MOVE AK-STATUS TO RS-ACK-STATUS
004990         MOVE AK-LOAD-DATE TO RS-LOADED-DATE
005000         MOVE AK-EXTRACT-TYPE TO RS-LOADED-TYPE
005010         GO TO 1210-EXIT
005020     END-IF.
005030     IF NOT RS-ALREADY-LOADED
005040         MOVE AK-STATUS TO RS-ACK-STATUS
005050     END-IF.
005060 1210-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100*    1300-FIND-ORIGINAL   -  SCANS THE MANIFEST FILE FOR THE     *
005110*                            RUN'S ORIGINAL MANIFEST, KEEPING   *
005120*                            ITS LINE COUNT AND HASH TO CHECK   *
005130*                            THE RESEND AGAINST, AND COUNTS ANY *
005140*                            EARLIER RESENDS OF THE RUN         *
005150******************************************************************
005160 1300-FIND-ORIGINAL.
005170     OPEN INPUT MANFILE.
005180     IF NOT RS-MANFILE-OK
005190         SET RS-MAN-SCAN-DONE TO TRUE
005200     END-IF.
005210     PERFORM 1310-SCAN-MANIFEST THRU 1310-EXIT
005220         UNTIL RS-MAN-SCAN-DONE.
005230     IF RS-MANFILE-OK OR RS-MANFILE-EOF
005240         CLOSE MANFILE
005250     END-IF.
005260     IF RS-ORIG-MANIFEST-FOUND
005270         MOVE RS-ORIG-LINES TO RS-ED-COUNT
005280         MOVE SPACES TO RS-REPORT-LINE
005290         STRING "ORIGINAL MANIFEST LINES: " RS-ED-COUNT
005300                "   GROUP-COUNT HASH: " RS-ORIG-HASH
005310             DELIMITED BY SIZE INTO RS-REPORT-LINE
005320         WRITE RS-REPORT-LINE
005330     ELSE
005340         MOVE SPACES TO RS-REPORT-LINE
005350         STRING "WARNING: NO ORIGINAL MANIFEST FOUND FOR RUN "
005360                RS-PARM-RUN-X
005370                " - RESEND TOTALS CANNOT BE CHECKED"
005380             DELIMITED BY SIZE INTO RS-REPORT-LINE
005390         WRITE RS-REPORT-LINE
005400         IF RS-WORST-RC < 4
005410             MOVE 4 TO RS-WORST-RC
005420         END-IF
005430     END-IF.
005440     IF RS-EARLIER-RESENDS > 0
005450         MOVE RS-EARLIER-RESENDS TO RS-ED-COUNT
005460         MOVE SPACES TO RS-REPORT-LINE
005470         STRING "EARLIER RESENDS OF THE RUN ON THE MANIFEST: "
005480                RS-ED-COUNT
005490             DELIMITED BY SIZE INTO RS-REPORT-LINE
005500         WRITE RS-REPORT-LINE
005510     END-IF.
005520 1300-EXIT.
005530     EXIT.
005540*
005550******************************************************************
005560*    1310-SCAN-MANIFEST   -  READS ONE MANIFEST LINE AND KEEPS   *
005570*                            IT WHEN IT IS THE RUN'S ORIGINAL -  *
005580*                            A RESTARTED RUN MAY HAVE LOGGED     *
005590*                            MORE THAN ONE, THE LAST ONE WINS    *
005600******************************************************************
005610 1310-SCAN-MANIFEST.
005620     READ MANFILE.
005630     IF NOT RS-MANFILE-OK
005640         SET RS-MAN-SCAN-DONE TO TRUE
005650         GO TO 1310-EXIT
005660     END-IF.
005670     IF MF-RUN-NUMBER NOT NUMERIC
005680         GO TO 1310-EXIT
005690     END-IF.
005700     IF MF-RUN-NUMBER NOT = RS-PARM-RUN
005710         GO TO 1310-EXIT
005720     END-IF.
005730     IF MF-RESEND-EXTRACT
005740         ADD 1 TO RS-EARLIER-RESENDS
005750         GO TO 1310-EXIT
005760     END-IF.
005770     IF MF-ORIGINAL-EXTRACT
005780         SET RS-ORIG-MANIFEST-FOUND TO TRUE
005790         MOVE MF-LINE-COUNT TO RS-ORIG-LINES
005800         MOVE MF-COUNT-HASH TO RS-ORIG-HASH
005810     END-IF.
005820 1310-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860*    1400-OPEN-HISTORY    -  OPENS THE HISTORY AND PRIOR-IMAGE   *
005870*                            FILES AND THE RESEND EXTRACT.  A    *
005880*                            PRIOR-IMAGE FILE NOT YET CREATED    *
005890*                            MEANS NO RECORD HAS BEEN REPLACED - *
005900*                            ITS SCAN IS SIMPLY SKIPPED.         *
005910******************************************************************
005920 1400-OPEN-HISTORY.
005930     OPEN INPUT HISTFILE.
005940     IF NOT RS-HISTFILE-OK
005950         DISPLAY "RESEND - HISTFILE OPEN FAILED, STATUS="
005960             RS-HISTFILE-STATUS
005970         MOVE 16 TO RETURN-CODE
005980         STOP RUN
005990     END-IF.
006000     OPEN INPUT HSTPRIOR.
006010     IF RS-HSTPRIOR-OK
006020         SET RS-PRIOR-OPEN TO TRUE
006030     ELSE
006040         SET RS-PRIOR-SCAN-DONE TO TRUE
006050     END-IF.
006060     OPEN OUTPUT CSVFILE.
006070     IF NOT RS-CSVFILE-OK
006080         DISPLAY "RESEND - CSVFILE OPEN FAILED, STATUS="
006090             RS-CSVFILE-STATUS
006100         MOVE 16 TO RETURN-CODE
006110         STOP RUN
006120     END-IF.
006130 1400-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    2000-REBUILD-FROM-HISTORY - WALKS THE WHOLE HISTORY FILE    *
006180*                            AND WRITES A GROUP LINE FOR EVERY   *
006190*                            RECORD THIS RUN WROTE               *
006200******************************************************************
006210 2000-REBUILD-FROM-HISTORY.
006220     MOVE LOW-VALUES TO HS-HISTORY-KEY.
006230     START HISTFILE KEY NOT < HS-HISTORY-KEY.
006240     IF NOT RS-HISTFILE-OK
006250         SET RS-HIST-SCAN-DONE TO TRUE
006260     END-IF.
006270     PERFORM 2010-CHECK-HISTORY THRU 2010-EXIT
006280         UNTIL RS-HIST-SCAN-DONE.
006290 2000-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330*    2010-CHECK-HISTORY   -  READS ONE HISTORY RECORD AND        *
006340*                            REBUILDS ITS LINE WHEN IT IS THE    *
006350*                            RUN'S                               *
006360******************************************************************
006370 2010-CHECK-HISTORY.
006380     READ HISTFILE NEXT.
006390     IF NOT RS-HISTFILE-OK
006400         SET RS-HIST-SCAN-DONE TO TRUE
006410         GO TO 2010-EXIT
006420     END-IF.
006430     IF HS-RUN-NUMBER NOT NUMERIC
006440         GO TO 2010-EXIT
006450     END-IF.
006460     IF HS-RUN-NUMBER NOT = RS-PARM-RUN
006470         GO TO 2010-EXIT
006480     END-IF.
006490     PERFORM 2200-WRITE-CSV-LINE THRU 2200-EXIT.
006500     ADD 1 TO RS-HISTORY-LINES.
006510 2010-EXIT.
006520     EXIT.
006530*
006540******************************************************************
006550*    2100-RECOVER-REPLACED - WALKS THE PRIOR-IMAGE FILE FOR      *
006560*                            HISTORY RECORDS THIS RUN WROTE THAT *
006570*                            A LATER RUN HAS SINCE REPLACED, SO  *
006580*                            THE RESEND STILL CARRIES EVERY      *
006590*                            GROUP THE ORIGINAL EXTRACT DID      *
006600******************************************************************
006610 2100-RECOVER-REPLACED.
006620     IF RS-PRIOR-SCAN-DONE
006630         GO TO 2100-EXIT
006640     END-IF.
006650     MOVE LOW-VALUES TO HP-PRIOR-KEY.
006660     START HSTPRIOR KEY NOT < HP-PRIOR-KEY.
006670     IF NOT RS-HSTPRIOR-OK
006680         SET RS-PRIOR-SCAN-DONE TO TRUE
006690     END-IF.
006700     PERFORM 2110-CHECK-PRIOR THRU 2110-EXIT
006710         UNTIL RS-PRIOR-SCAN-DONE.
006720 2100-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*    2110-CHECK-PRIOR     -  READS ONE PRIOR IMAGE AND, WHEN THE *
006770*                            REPLACED RECORD WAS THIS RUN'S,     *
006780*                            REBUILDS ITS LINE FROM THE IMAGE    *
006790******************************************************************
006800 2110-CHECK-PRIOR.
006810     READ HSTPRIOR NEXT.
006820     IF NOT RS-HSTPRIOR-OK
006830         SET RS-PRIOR-SCAN-DONE TO TRUE
006840         GO TO 2110-EXIT
006850     END-IF.
006860     IF HP-PRIOR-RUN-NUMBER NOT NUMERIC
006870         GO TO 2110-EXIT
006880     END-IF.
006890     IF HP-PRIOR-RUN-NUMBER NOT = RS-PARM-RUN
006900         GO TO 2110-EXIT
006910     END-IF.
006920     MOVE HP-PRIOR-IMAGE TO HS-HISTORY-RECORD.
006930     PERFORM 2200-WRITE-CSV-LINE THRU 2200-EXIT.
006940     ADD 1 TO RS-RECOVERED-COUNT.
006950     MOVE SPACES TO RS-REPORT-LINE.
006960     STRING "RECOVERED: GROUP " HP-GROUP-ID
006970            " DATE " HP-RUN-DATE
006980            " FROM THE IMAGE REPLACED BY RUN " HP-RUN-NUMBER
006990         DELIMITED BY SIZE INTO RS-REPORT-LINE.
007000     WRITE RS-REPORT-LINE.
007010 2110-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    2200-WRITE-CSV-LINE  -  WRITES THE RESEND LINE FOR ONE      *
007060*                            HISTORY RECORD - THE DAILY LINE'S   *
007070*                            FOURTEEN FIELDS REBUILT FROM THE    *
007080*                            RECORD (PERCENTILES THE RECORD      *
007090*                            DOES NOT HOLD GO OUT EMPTY) - AND   *
007100*                            ROLLS IT INTO THE GRAND LINE        *
007110******************************************************************
007120 2200-WRITE-CSV-LINE.
007130     COMPUTE RS-HIST-VARIANCE = HS-STDDEV * HS-STDDEV.
007140     MOVE HS-COUNT TO RS-ED-COUNT.
007150     MOVE HS-MEAN TO RS-ED-MEAN.
007160     MOVE RS-HIST-VARIANCE TO RS-ED-VARIANCE.
007170     MOVE HS-STDDEV TO RS-ED-STDDEV.
007180     MOVE HS-MIN TO RS-ED-MIN.
007190     MOVE HS-MAX TO RS-ED-MAX.
007200     MOVE HS-MEDIAN TO RS-ED-MEDIAN.
007210     MOVE SPACES TO RS-PR-P10.
007220     MOVE SPACES TO RS-PR-P90.
007230     MOVE SPACES TO RS-PR-P95.
007240     IF HS-P10 NUMERIC AND HS-P90 NUMERIC AND HS-P95 NUMERIC
007250         MOVE HS-P10 TO RS-ED-P10
007260         MOVE HS-P90 TO RS-ED-P90
007270         MOVE HS-P95 TO RS-ED-P95
007280         MOVE RS-ED-P10 TO RS-PR-P10
007290         MOVE RS-ED-P90 TO RS-PR-P90
007300         MOVE RS-ED-P95 TO RS-PR-P95
007310     END-IF.
00731A     MOVE SPACES TO RS-PR-EST.
00731B     MOVE SPACES TO RS-PR-SUSP.
00731C     IF HS-EST-COUNT NUMERIC AND HS-SUSP-COUNT NUMERIC
00731D         MOVE HS-EST-COUNT TO RS-ED-EST-COUNT
00731E         MOVE HS-SUSP-COUNT TO RS-ED-SUSP-COUNT
00731F         MOVE RS-ED-EST-COUNT TO RS-PR-EST
00731G         MOVE RS-ED-SUSP-COUNT TO RS-PR-SUSP
00731H     END-IF.
007320     MOVE SPACES TO CV-CSV-LINE.
007330     STRING HS-GROUP-ID         ","
007340            RS-ED-COUNT         ","
007350            RS-ED-MEAN          ","
007360            RS-ED-VARIANCE      ","
007370            RS-ED-STDDEV        ","
007380            RS-ED-MIN           ","
007390            RS-ED-MAX           ","
007400            RS-ED-MEDIAN        ","
007410            RS-PR-P10           ","
007420            RS-PR-P90           ","
007430            RS-PR-P95           ","
007440            RS-PARM-RUN         ","
00744A            RS-PR-EST           ","
00744B            RS-PR-SUSP
007450         DELIMITED BY SIZE INTO CV-CSV-LINE.
007460     WRITE CV-CSV-LINE.
007470     ADD 1 TO RS-CSV-LINES.
007480     ADD HS-COUNT TO RS-COUNT-HASH.
007490     ADD HS-COUNT TO RS-GRAND-COUNT.
007500     COMPUTE RS-GRAND-SUM = RS-GRAND-SUM + (HS-COUNT * HS-MEAN).
007510     IF RS-GRAND-FIRST-ROW
007520         MOVE HS-MIN TO RS-GRAND-MIN
007530         MOVE HS-MAX TO RS-GRAND-MAX
007540         MOVE "N" TO RS-GRAND-FIRST-SWITCH
007550     ELSE
007560         IF HS-MIN < RS-GRAND-MIN
007570             MOVE HS-MIN TO RS-GRAND-MIN
007580         END-IF
007590         IF HS-MAX > RS-GRAND-MAX
007600             MOVE HS-MAX TO RS-GRAND-MAX
007610         END-IF
007620     END-IF.
007630 2200-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670*    2400-WRITE-CSV-GRAND -  WRITES THE RESEND GRAND LINE.  THE  *
007680*                            MEAN IS THE COUNT-WEIGHTED MEAN OF  *
007690*                            THE GROUP LINES; THE VARIANCE AND   *
007700*                            STDDEV CANNOT BE REBUILT FROM THE   *
007710*                            GROUP RECORDS AND ARE LEFT EMPTY,   *
007720*                            AS ARE THE MEDIAN AND PERCENTILES   *
007730*                            THE DAILY GRAND LINE LEAVES EMPTY.  *
007740*                            A RUN WITH NO GROUP LINES LEFT TO   *
007750*                            REBUILD IS REFUSED.                 *
007760******************************************************************
007770 2400-WRITE-CSV-GRAND.
007780     IF RS-CSV-LINES = 0
007790         MOVE SPACES TO RS-REPORT-LINE
007800         STRING "REFUSED: NO HISTORY RECORDS LEFT FOR RUN "
007810                RS-PARM-RUN-X
007820                " - NOTHING TO RESEND"
007830             DELIMITED BY SIZE INTO RS-REPORT-LINE
007840         WRITE RS-REPORT-LINE
007850         DISPLAY "RESEND - NO HISTORY LEFT FOR RUN " RS-PARM-RUN-X
007860         MOVE "NO HISTORY LEFT FOR THE RUN" TO RS-REASON
007870         IF RS-WORST-RC < 8
007880             MOVE 8 TO RS-WORST-RC
007890         END-IF
007900         GO TO 2400-EXIT
007910     END-IF.
007920     SET RS-EXTRACT-SENT TO TRUE.
007930     IF RS-GRAND-COUNT = 0
007940         GO TO 2400-EXIT
007950     END-IF.
007960     COMPUTE RS-GRAND-MEAN ROUNDED =
007970         RS-GRAND-SUM / RS-GRAND-COUNT.
007980     MOVE RS-GRAND-COUNT TO RS-ED-COUNT.
007990     MOVE RS-GRAND-MEAN TO RS-ED-MEAN.
008000     MOVE RS-GRAND-MIN TO RS-ED-MIN.
008010     MOVE RS-GRAND-MAX TO RS-ED-MAX.
008020     MOVE SPACES TO CV-CSV-LINE.
008030     STRING "GRAND"             ","
008040            RS-ED-COUNT         ","
008050            RS-ED-MEAN          ","
008060            ",,"
008070            RS-ED-MIN           ","
008080            RS-ED-MAX           ","
008090            ",,,,"
008100            RS-PARM-RUN
008110         DELIMITED BY SIZE INTO CV-CSV-LINE.
008120     WRITE CV-CSV-LINE.
008130     ADD 1 TO RS-CSV-LINES.
008140 2400-EXIT.
008150     EXIT.
008160*
008170******************************************************************
008180*    3000-CHECK-TOTALS    -  COMPARES THE RESEND'S LINE COUNT    *
008190*                            AND GROUP-COUNT HASH WITH THE       *
008200*                            RUN'S ORIGINAL MANIFEST.  A         *
008210*                            DIFFERENCE MEANS A GROUP WAS LOST   *
008220*                            FROM THE HISTORY FILE AND IS        *
008230*                            WARNED - THE RESEND STILL GOES OUT  *
008240*                            WITH WHAT COULD BE REBUILT.         *
008250******************************************************************
008260 3000-CHECK-TOTALS.
008270     IF NOT RS-EXTRACT-SENT
008280         GO TO 3000-EXIT
008290     END-IF.
008300     MOVE "RESENT" TO RS-REASON.
008310     IF NOT RS-ORIG-MANIFEST-FOUND
008320         MOVE "RESENT - NO ORIGINAL MANIFEST" TO RS-REASON
008330         GO TO 3000-EXIT
008340     END-IF.
008350     IF RS-CSV-LINES = RS-ORIG-LINES
008360         AND RS-COUNT-HASH = RS-ORIG-HASH
008370         GO TO 3000-EXIT
008380     END-IF.
008390     MOVE "RESENT - TOTALS DIFFER" TO RS-REASON.
008400     MOVE RS-CSV-LINES TO RS-ED-COUNT.
008410     MOVE SPACES TO RS-REPORT-LINE.
008420     STRING "WARNING: RESEND LINES " RS-ED-COUNT
008430            " HASH " RS-COUNT-HASH
008440            " DIFFER FROM THE ORIGINAL MANIFEST"
008450         DELIMITED BY SIZE INTO RS-REPORT-LINE.
008460     WRITE RS-REPORT-LINE.
008470     IF RS-WORST-RC < 4
008480         MOVE 4 TO RS-WORST-RC
008490     END-IF.
008500 3000-EXIT.
008510     EXIT.
008520*
008530******************************************************************
008540*    3500-WRITE-MANIFEST  -  APPENDS THE RESEND MANIFEST LINE -  *
008550*                            TYPE S, THE RUN'S NUMBER, LINE      *
008560*                            COUNT AND GROUP-COUNT HASH - SO     *
008570*                            ACKCHECK CAN MATCH THE FRESH        *
008580*                            ACKNOWLEDGMENT                      *
008590******************************************************************
008600 3500-WRITE-MANIFEST.
008610     CLOSE CSVFILE.
008620     MOVE SPACES TO MF-MANIFEST-RECORD.
008630     MOVE RS-PARM-RUN TO MF-RUN-NUMBER.
008640     MOVE RS-TODAY-CCYYMMDD TO MF-EXTRACT-DATE.
008650     MOVE RS-CSV-LINES TO MF-LINE-COUNT.
008660     MOVE RS-COUNT-HASH TO MF-COUNT-HASH.
008670     MOVE "S" TO MF-EXTRACT-TYPE.
008680     OPEN EXTEND MANFILE.
008690     IF NOT RS-MANFILE-OK
008700         OPEN OUTPUT MANFILE
008710     END-IF.
008720     IF NOT RS-MANFILE-OK
008730         DISPLAY "RESEND - MANFILE OPEN FAILED, STATUS="
008740             RS-MANFILE-STATUS
008750         MOVE 16 TO RETURN-CODE
008760         STOP RUN
008770     END-IF.
008780     WRITE MF-MANIFEST-RECORD.
008790     CLOSE MANFILE.
008800     MOVE RS-CSV-LINES TO RS-ED-COUNT.
008810     MOVE SPACES TO RS-REPORT-LINE.
008820     STRING "RESEND EXTRACT LINES WRITTEN:   " RS-ED-COUNT
008830            "   GROUP-COUNT HASH: " RS-COUNT-HASH
008840         DELIMITED BY SIZE INTO RS-REPORT-LINE.
008850     WRITE RS-REPORT-LINE.
008860     DISPLAY "RESEND - RUN " RS-PARM-RUN-X " RESENT".
008870 3500-EXIT.
008880     EXIT.
008890*
008900******************************************************************
008910*    3700-WRITE-RESEND-LOG - APPENDS THIS ATTEMPT TO THE RESEND  *
008920*                            LOG - SENT OR REFUSED, WHETHER IT   *
008930*                            WAS FORCED, THE WAREHOUSE STATUS    *
008940*                            FOUND AND THE RESEND TOTALS         *
008950******************************************************************
008960 3700-WRITE-RESEND-LOG.
008970     MOVE SPACES TO RL-RESEND-RECORD.
008980     IF RS-PARM-RUN-X NUMERIC
008990         MOVE RS-PARM-RUN TO RL-RUN-NUMBER
009000     ELSE
009010         MOVE 0 TO RL-RUN-NUMBER
009020     END-IF.
009030     MOVE RS-TODAY-CCYYMMDD TO RL-RESEND-DATE.
009040     MOVE RS-RUN-HHMMSS TO RL-RESEND-TIME.
009050     IF RS-EXTRACT-SENT
009060         MOVE "S" TO RL-OUTCOME
009070     ELSE
009080         MOVE "X" TO RL-OUTCOME
009090     END-IF.
009100     IF RS-ALREADY-LOADED AND RS-OVERRIDE-FORCE
009110         MOVE "Y" TO RL-FORCED-FLAG
009120     ELSE
009130         MOVE "N" TO RL-FORCED-FLAG
009140     END-IF.
009150     MOVE RS-ACK-STATUS TO RL-ACK-STATUS.
009160     MOVE RS-CSV-LINES TO RL-LINE-COUNT.
009170     MOVE RS-COUNT-HASH TO RL-COUNT-HASH.
009180     MOVE RS-RECOVERED-COUNT TO RL-RECOVERED-COUNT.
009190     MOVE RS-REASON TO RL-REASON.
009200     OPEN EXTEND RSNDLOG.
009210     IF NOT RS-RSNDLOG-OK
009220         OPEN OUTPUT RSNDLOG
009230     END-IF.
009240     IF NOT RS-RSNDLOG-OK
009250         DISPLAY "RESEND - RSNDLOG OPEN FAILED, STATUS="
009260             RS-RSNDLOG-STATUS
009270         MOVE 16 TO RETURN-CODE
009280         STOP RUN
009290     END-IF.
009300     WRITE RL-RESEND-RECORD.
009310     CLOSE RSNDLOG.
009320 3700-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360*    4000-FINALIZE        -  WRITES THE TOTALS, CLOSES THE FILES *
009370*                            AND SETS THE RETURN CODE            *
009380******************************************************************
009390 4000-FINALIZE.
009400     MOVE SPACES TO RS-REPORT-LINE.
009410     WRITE RS-REPORT-LINE.
009420     MOVE RS-HISTORY-LINES TO RS-ED-COUNT.
009430     MOVE SPACES TO RS-REPORT-LINE.
009440     STRING "GROUP LINES FROM HISTORY:       " RS-ED-COUNT
009450         DELIMITED BY SIZE INTO RS-REPORT-LINE.
009460     WRITE RS-REPORT-LINE.
009470     MOVE RS-RECOVERED-COUNT TO RS-ED-COUNT.
009480     MOVE SPACES TO RS-REPORT-LINE.
009490     STRING "GROUP LINES FROM PRIOR IMAGES:  " RS-ED-COUNT
009500         DELIMITED BY SIZE INTO RS-REPORT-LINE.
009510     WRITE RS-REPORT-LINE.
009520     MOVE SPACES TO RS-REPORT-LINE.
009530     STRING "RESULT: " RS-REASON
009540         DELIMITED BY SIZE INTO RS-REPORT-LINE.
009550     WRITE RS-REPORT-LINE.
009560     IF RS-RUN-ACCEPTED
009570         CLOSE HISTFILE
009580         IF RS-PRIOR-OPEN
009590             CLOSE HSTPRIOR
009600         END-IF
009610         IF NOT RS-EXTRACT-SENT
009620             CLOSE CSVFILE
009630         END-IF
009640     END-IF.
009650     CLOSE RUNFILE.
009660     CLOSE RSNDRPT.
009670     MOVE RS-WORST-RC TO RETURN-CODE.
009680 4000-EXIT.
009690     EXIT.
