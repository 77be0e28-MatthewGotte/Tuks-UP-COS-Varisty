000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    RUNBKOUT                                        *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       BACKS OUT ONE COMPLETED S20734621 RUN, NAMED BY *
000190*                RUN NUMBER ON THE PARM, WHEN ITS OUTPUT HAS TO  *
000200*                BE WITHDRAWN - THE WRONG FILE, THE WRONG GROUP  *
000210*                MASTER, A FEED THE SOURCE HAS RECALLED.  THE    *
000220*                RUN'S HISTORY RECORDS (HSRECCPY, MATCHED ON     *
000230*                HS-RUN-NUMBER) ARE PUT BACK TO THE IMAGE THEY   *
000240*                REPLACED WHEN ONE WAS KEPT ON HSTPRIOR          *
000250*                (HPRECCPY), OTHERWISE DELETED.  ITS ENTRIES ON  *
000260*                THE SEEN-READINGS REGISTER (DURECCPY) ARE       *
000270*                DELETED SO THE READINGS CAN BE SENT AGAIN, AND  *
000280*                ITS REJECTS STILL OUTSTANDING ON THE REJECT     *
000290*                MASTER (ORRECCPY) ARE DELETED.  A REVERSAL CSV  *
000300*                EXTRACT - EVERY GROUP LINE THE RUN LEFT ON      *
000310*                HISTFILE, FLAGGED R, PLUS A GRAND LINE - AND A  *
000320*                REVERSAL MANIFEST (MFRECCPY TYPE R) TELL THE    *
000330*                WAREHOUSE TO WITHDRAW THE RUN'S ROWS.  THE RUN  *
000340*                CONTROL ENTRY IS MARKED REVERSED, AND A BACKOUT *
000350*                LINE IS APPENDED TO THE AUDIT LOG CARRYING THE  *
000360*                RUN'S SOURCE SYSTEM AND FINGERPRINT, SO AUDSUMM *
000370*                COUNTS THE BACKOUT, FEEDCHK NO LONGER SEES THE  *
000380*                FEED AS DELIVERED AND THE FILE CAN BE RUN AGAIN *
000390*                WITHOUT THE FORCE PARM.  ONLY A COMPLETED RUN   *
000400*                CAN BE BACKED OUT - AN IN-FLIGHT RUN IS         *
000410*                ABANDONED THROUGH RUNHSKP INSTEAD.  A HISTORY   *
000420*                RECORD A LATER RUN HAS SINCE REPLACED IS LEFT   *
000430*                AS IT IS AND LISTED.  RETURN CODE 8 WHEN THE    *
000440*                BACKOUT IS REFUSED; 4 WHEN IT COMPLETED WITH    *
000450*                ITEMS LEFT FOR DATA CONTROL TO REVIEW.          *
000460*                                                                 *
000470*-----------------------------------------------------------------*
000480* MODIFICATION HISTORY                                           *
000490*-----------------------------------------------------------------*
000500* DATE       INIT DESCRIPTION                                    *
000510* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000511* 15/10/2026 MVM  THE REVERSAL LINE NOW CARRIES THE P10/P90/P95  *
000512*                PERCENTILES FROM THE HISTORY RECORD, EMPTY ONLY *
000513*                WHERE THE RECORD HOLDS NONE.                    *
000514* 15/10/2026 MVM  A FAILED DELETE OF THE SPENT PRIOR IMAGE IN    *
000515*                2300-RESTORE-PRIOR ENDS THE STEP WITH RETURN    *
000516*                CODE 16.                                        *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     RUNBKOUT.
000550 AUTHOR.         M. VAN DER MERWE.
000560 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000570 DATE-WRITTEN.   15/10/2026.
000580 DATE-COMPILED.
000590*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.    IBM-370.
000630 OBJECT-COMPUTER.    IBM-370.
000640*
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RUNFILE ASSIGN TO "RUNFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS RC-RUN-NUMBER
000710         FILE STATUS IS BK-RUNFILE-STATUS.
000720     SELECT HISTFILE ASSIGN TO "HISTFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HS-HISTORY-KEY
000760         FILE STATUS IS BK-HISTFILE-STATUS.
000770     SELECT HSTPRIOR ASSIGN TO "HSTPRIOR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS HP-PRIOR-KEY
000810         FILE STATUS IS BK-HSTPRIOR-STATUS.
000820     SELECT DUPFILE ASSIGN TO "DUPFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS DU-READING-KEY
000860         FILE STATUS IS BK-DUPFILE-STATUS.
000870     SELECT REJMAST ASSIGN TO "REJMAST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS OR-REJECT-KEY
000910         FILE STATUS IS BK-REJMAST-STATUS.
000920     SELECT AUDFILE ASSIGN TO "AUDFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS BK-AUDFILE-STATUS.
000960     SELECT CSVFILE ASSIGN TO "CSVFILE"
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS BK-CSVFILE-STATUS.
001000     SELECT MANFILE ASSIGN TO "MANFILE"
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS BK-MANFILE-STATUS.
001040     SELECT BKOUTLOG ASSIGN TO "BKOUTLOG"
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS BK-BKOUTLOG-STATUS.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  RUNFILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY RCRECCPY.
001140*
001150 FD  HISTFILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY HSRECCPY.
001180*
001190 FD  HSTPRIOR
001200     LABEL RECORDS ARE STANDARD.
001210 COPY HPRECCPY.
001220*
001230 FD  DUPFILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY DURECCPY.
001260*
001270 FD  REJMAST
001280     LABEL RECORDS ARE STANDARD.
001290 COPY ORRECCPY.
001300*
001310 FD  AUDFILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY ADRECCPY.
001350*
001360 FD  CSVFILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY CVRECCPY.
001400*
001410 FD  MANFILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY MFRECCPY.
001450*
001460 FD  BKOUTLOG
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  BK-LOG-LINE                 PIC X(132).
001500*
001510 WORKING-STORAGE SECTION.
001520******************************************************************
001530*    FILE STATUS SWITCHES                                       *
001540******************************************************************
001550 01  BK-RUNFILE-STATUS          PIC X(02) VALUE "00".
001560     88  BK-RUNFILE-OK                      VALUE "00".
001570*
001580 01  BK-HISTFILE-STATUS         PIC X(02) VALUE "00".
001590     88  BK-HISTFILE-OK                     VALUE "00".
001600*
001610 01  BK-HSTPRIOR-STATUS         PIC X(02) VALUE "00".
001620     88  BK-HSTPRIOR-OK                     VALUE "00".
001630*
001640 01  BK-DUPFILE-STATUS          PIC X(02) VALUE "00".
001650     88  BK-DUPFILE-OK                      VALUE "00".
001660*
001670 01  BK-REJMAST-STATUS          PIC X(02) VALUE "00".
001680     88  BK-REJMAST-OK                      VALUE "00".
001690*
001700 01  BK-AUDFILE-STATUS          PIC X(02) VALUE "00".
001710     88  BK-AUDFILE-OK                      VALUE "00".
001720*
001730 01  BK-CSVFILE-STATUS          PIC X(02) VALUE "00".
001740     88  BK-CSVFILE-OK                      VALUE "00".
001750*
001760 01  BK-MANFILE-STATUS          PIC X(02) VALUE "00".
001770     88  BK-MANFILE-OK                      VALUE "00".
001780*
001790 01  BK-BKOUTLOG-STATUS         PIC X(02) VALUE "00".
001800     88  BK-BKOUTLOG-OK                     VALUE "00".
001810*
001820 01  BK-HIST-SCAN-SWITCH        PIC X(01) VALUE "N".
001830     88  BK-HIST-SCAN-DONE                  VALUE "Y".
001840 01  BK-PRIOR-SCAN-SWITCH       PIC X(01) VALUE "N".
001850     88  BK-PRIOR-SCAN-DONE                 VALUE "Y".
001860 01  BK-DUP-SCAN-SWITCH         PIC X(01) VALUE "N".
001870     88  BK-DUP-SCAN-DONE                   VALUE "Y".
001880 01  BK-REJ-SCAN-SWITCH         PIC X(01) VALUE "N".
001890     88  BK-REJ-SCAN-DONE                   VALUE "Y".
001900 01  BK-AUD-SCAN-SWITCH         PIC X(01) VALUE "N".
001910     88  BK-AUD-SCAN-DONE                   VALUE "Y".
001920 01  BK-RUN-OK-SWITCH           PIC X(01) VALUE "N".
001930     88  BK-RUN-ACCEPTED                    VALUE "Y".
001940 01  BK-AUD-FOUND-SWITCH        PIC X(01) VALUE "N".
001950     88  BK-AUDIT-LINE-FOUND                VALUE "Y".
001960*
001970******************************************************************
001980*    COUNTERS AND THE WORST RETURN CODE SEEN                    *
001990******************************************************************
002000 77  BK-WORST-RC                PIC 9(02) VALUE 0.
002010 77  BK-RESTORED-COUNT          PIC 9(06) COMP VALUE 0.
002020 77  BK-REMOVED-COUNT           PIC 9(06) COMP VALUE 0.
002030 77  BK-SUPERSEDED-COUNT        PIC 9(06) COMP VALUE 0.
002040 77  BK-PURGED-DUPS             PIC 9(08) COMP VALUE 0.
002050 77  BK-PURGED-REJECTS          PIC 9(06) COMP VALUE 0.
002060 77  BK-REJECTS-IN-REPAIR       PIC 9(06) COMP VALUE 0.
002070*
002080******************************************************************
002090*    THE RUN BEING BACKED OUT - PARM RUN NUMBER, AND THE SOURCE *
002100*    SYSTEM AND FINGERPRINT OFF ITS OWN AUDIT LINE              *
002110******************************************************************
002120 01  BK-PARM-RUN-X              PIC X(06) VALUE SPACES.
002130 01  BK-PARM-RUN REDEFINES BK-PARM-RUN-X
002140                                PIC 9(06).
002150 01  BK-ORIG-SOURCE             PIC X(08) VALUE SPACES.
002160 01  BK-ORIG-FINGERPRINT        PIC X(31) VALUE SPACES.
002170 01  BK-ORIG-STAMP              PIC X(17) VALUE SPACES.
002180*
002190******************************************************************
002200*    REVERSAL EXTRACT TOTALS - LINE COUNT AND GROUP-COUNT HASH  *
002210*    FOR THE MANIFEST, AND THE GRAND LINE REBUILT FROM THE      *
002220*    GROUP RECORDS (COUNT-WEIGHTED MEAN, OVERALL MIN AND MAX)   *
002230******************************************************************
002240 01  BK-CSV-LINES               PIC 9(06) VALUE 0.
002250 01  BK-COUNT-HASH              PIC 9(12) VALUE 0.
002260 01  BK-GRAND-COUNT             PIC 9(09) VALUE 0.
002270 01  BK-GRAND-SUM               PIC S9(13)V9(05) VALUE 0.
002280 01  BK-GRAND-MEAN              PIC S9(04)V9(05) VALUE 0.
002290 01  BK-GRAND-MIN               PIC S9(04)V9(05) VALUE 0.
002300 01  BK-GRAND-MAX               PIC S9(04)V9(05) VALUE 0.
002310 01  BK-GRAND-FIRST-SWITCH      PIC X(01) VALUE "Y".
002320     88  BK-GRAND-FIRST-ROW                 VALUE "Y".
002330 01  BK-HIST-VARIANCE           PIC S9(08)V9(05) VALUE 0.
002340*
002350******************************************************************
002360*    RUN DATE AND TIME - THE AUDIT TIMESTAMP IS MM/DD/YY         *
002370*    HH:MM:SS AS BUILT BY S20734621                             *
002380******************************************************************
002390 01  BK-RUN-DATE                PIC 9(06).
002400 01  BK-RUN-DATE-R REDEFINES BK-RUN-DATE.
002410     05  BK-RUN-YY              PIC 9(02).
002420     05  BK-RUN-MM              PIC 9(02).
002430     05  BK-RUN-DD              PIC 9(02).
002440 01  BK-RUN-DATE-DISPLAY        PIC X(08).
002450 01  BK-TODAY-CCYYMMDD          PIC 9(08) VALUE 0.
002460 01  BK-RUN-TIME                PIC 9(08).
002470 01  BK-RUN-TIME-R REDEFINES BK-RUN-TIME.
002480     05  BK-RUN-HH              PIC 9(02).
002490     05  BK-RUN-MIN             PIC 9(02).
002500     05  BK-RUN-SS              PIC 9(02).
002510     05  BK-RUN-HS              PIC 9(02).
002520 01  BK-RUN-TIME-DISPLAY        PIC X(08).
002530 01  BK-RUN-TIMESTAMP           PIC X(17).
002540*
002550******************************************************************
002560*    REPORT AND EXTRACT EDIT FIELDS AND HEADINGS                *
002570******************************************************************
002580 01  BK-ED-COUNT                PIC ZZZZZ9.
002590 01  BK-ED-GRAND-COUNT          PIC ZZZZZZZZ9.
002600 01  BK-ED-MEAN                 PIC -ZZZ9.99999.
002610 01  BK-ED-VARIANCE             PIC -ZZZ9.99999.
002620 01  BK-ED-STDDEV               PIC -ZZZ9.99999.
002630 01  BK-ED-MIN                  PIC -ZZZ9.99999.
002640 01  BK-ED-MAX                  PIC -ZZZ9.99999.
002650 01  BK-ED-MEDIAN               PIC -ZZZ9.99999.
002651 01  BK-ED-P10                  PIC -ZZZ9.99999.
002652 01  BK-ED-P90                  PIC -ZZZ9.99999.
002653 01  BK-ED-P95                  PIC -ZZZ9.99999.
002654 01  BK-PR-P10                  PIC X(11) VALUE SPACES.
002655 01  BK-PR-P90                  PIC X(11) VALUE SPACES.
002656 01  BK-PR-P95                  PIC X(11) VALUE SPACES.
002660 01  BK-HEADING-1               PIC X(50)
002670    VALUE "RUNBKOUT - BACKOUT OF A COMPLETED STATISTICS RUN".
002680*
002690 LINKAGE SECTION.
002700 01  LK-PARM.
002710     05  LK-PARM-LEN             PIC S9(04) COMP.
002720     05  LK-PARM-TEXT            PIC X(08).
002730*
002740 PROCEDURE DIVISION USING LK-PARM.
002750******************************************************************
002760*    0000-MAINLINE                                              *
002770******************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 1100-CHECK-RUN THRU 1100-EXIT.
002810     IF BK-RUN-ACCEPTED
002820         PERFORM 1200-FIND-AUDIT-LINE THRU 1200-EXIT
002830         PERFORM 1300-OPEN-MASTERS THRU 1300-EXIT
002840         PERFORM 2000-LIST-SUPERSEDED THRU 2000-EXIT
002850         PERFORM 2100-BACKOUT-HISTORY THRU 2100-EXIT
002860         PERFORM 2400-WRITE-CSV-GRAND THRU 2400-EXIT
002870         PERFORM 3000-PURGE-SEEN-READINGS THRU 3000-EXIT
002880         PERFORM 3100-PURGE-REJECTS THRU 3100-EXIT
002890         PERFORM 3500-WRITE-MANIFEST THRU 3500-EXIT
002900         PERFORM 3600-REVERSE-RUN-ENTRY THRU 3600-EXIT
002910         PERFORM 3700-WRITE-AUDIT-LOG THRU 3700-EXIT
002920     END-IF.
002930     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002940     STOP RUN.
002950*
002960******************************************************************
002970*    1000-INITIALIZE      -  PICKS UP THE RUN NUMBER PARM,      *
002980*                            OPENS THE RUN CONTROL FILE AND     *
002990*                            THE LOG, SETS THE RUN DATE AND     *
003000*                            WRITES THE HEADING                 *
003010******************************************************************
003020 1000-INITIALIZE.
003030     IF LK-PARM-LEN >= 6
003040         MOVE LK-PARM-TEXT(1:6) TO BK-PARM-RUN-X
003050     END-IF.
003060     OPEN I-O RUNFILE.
003070     IF NOT BK-RUNFILE-OK
003080         DISPLAY "RUNBKOUT - RUNFILE OPEN FAILED, STATUS="
003090             BK-RUNFILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT BKOUTLOG.
003140     IF NOT BK-BKOUTLOG-OK
003150         DISPLAY "RUNBKOUT - BKOUTLOG OPEN FAILED, STATUS="
003160             BK-BKOUTLOG-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     ACCEPT BK-RUN-DATE FROM DATE.
003210     COMPUTE BK-TODAY-CCYYMMDD = 20000000 + BK-RUN-DATE.
003220     STRING BK-RUN-MM "/" BK-RUN-DD "/" BK-RUN-YY
003230         DELIMITED BY SIZE INTO BK-RUN-DATE-DISPLAY.
003240     MOVE SPACES TO BK-LOG-LINE.
003250     MOVE BK-HEADING-1 TO BK-LOG-LINE.
003260     WRITE BK-LOG-LINE.
003270     MOVE SPACES TO BK-LOG-LINE.
003280     STRING "RUN DATE: " BK-RUN-DATE-DISPLAY
003290            "   RUN TO BACK OUT: " BK-PARM-RUN-X
003300         DELIMITED BY SIZE INTO BK-LOG-LINE.
003310     WRITE BK-LOG-LINE.
003320     MOVE SPACES TO BK-LOG-LINE.
003330     WRITE BK-LOG-LINE.
003340 1000-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*    1100-CHECK-RUN       -  READS THE RUN CONTROL ENTRY AND     *
003390*                            ACCEPTS THE BACKOUT ONLY FOR A     *
003400*                            COMPLETED RUN.  AN IN-FLIGHT RUN   *
003410*                            IS ABANDONED THROUGH RUNHSKP; AN   *
003420*                            ABANDONED OR ALREADY REVERSED RUN  *
003430*                            HAS NOTHING LEFT TO WITHDRAW.      *
003440******************************************************************
003450 1100-CHECK-RUN.
003460     IF BK-PARM-RUN-X NOT NUMERIC OR BK-PARM-RUN = 0
003470         MOVE SPACES TO BK-LOG-LINE
003480         STRING "REFUSED: PARM MUST BE A SIX-DIGIT RUN NUMBER: "
003490                BK-PARM-RUN-X
003500             DELIMITED BY SIZE INTO BK-LOG-LINE
003510         WRITE BK-LOG-LINE
003520         DISPLAY "RUNBKOUT - PARM NOT A RUN NUMBER: "
003530             BK-PARM-RUN-X
003540         GO TO 1100-REFUSED
003550     END-IF.
003560     MOVE BK-PARM-RUN TO RC-RUN-NUMBER.
003570     READ RUNFILE.
003580     IF NOT BK-RUNFILE-OK
003590         MOVE SPACES TO BK-LOG-LINE
003600         STRING "REFUSED: RUN " BK-PARM-RUN-X
003610                " NOT ON RUN CONTROL FILE"
003620             DELIMITED BY SIZE INTO BK-LOG-LINE
003630         WRITE BK-LOG-LINE
003640         DISPLAY "RUNBKOUT - RUN " BK-PARM-RUN-X
003650             " NOT ON RUN CONTROL FILE"
003660         GO TO 1100-REFUSED
003670     END-IF.
003680     IF RC-IN-FLIGHT
003690         MOVE SPACES TO BK-LOG-LINE
003700         STRING "REFUSED: RUN " BK-PARM-RUN-X
003710                " IS IN-FLIGHT - RESTART IT OR ABANDON IT WITH"
003720                " RUNHSKP"
003730             DELIMITED BY SIZE INTO BK-LOG-LINE
003740         WRITE BK-LOG-LINE
003750         DISPLAY "RUNBKOUT - RUN " BK-PARM-RUN-X " IS IN-FLIGHT"
003760         GO TO 1100-REFUSED
003770     END-IF.
003780     IF NOT RC-COMPLETE
003790         MOVE SPACES TO BK-LOG-LINE
003800         STRING "REFUSED: RUN " BK-PARM-RUN-X
003810                " NOT COMPLETE, STATUS IS " RC-STATUS
003820             DELIMITED BY SIZE INTO BK-LOG-LINE
003830         WRITE BK-LOG-LINE
003840         DISPLAY "RUNBKOUT - RUN " BK-PARM-RUN-X
003850             " NOT COMPLETE, STATUS IS " RC-STATUS
003860         GO TO 1100-REFUSED
003870     END-IF.
003880     SET BK-RUN-ACCEPTED TO TRUE.
003890     MOVE SPACES TO BK-LOG-LINE.
003900     STRING "RUN " BK-PARM-RUN-X
003910            " DATED " RC-RUN-DATE
003920            " INPUT DSN " RC-INPUT-DSN
003930         DELIMITED BY SIZE INTO BK-LOG-LINE.
003940     WRITE BK-LOG-LINE.
003950     GO TO 1100-EXIT.
003960 1100-REFUSED.
003970     IF BK-WORST-RC < 8
003980         MOVE 8 TO BK-WORST-RC
003990     END-IF.
004000 1100-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*    1200-FIND-AUDIT-LINE -  SCANS THE AUDIT LOG FOR THE RUN'S   *
004050*                            OWN LINE AND KEEPS ITS SOURCE      *
004060*                            SYSTEM AND FINGERPRINT FOR THE     *
004070*                            BACKOUT LINE.  A RESTARTED RUN     *
004080*                            LOGS MORE THAN ONE LINE - THE      *
004090*                            LAST ONE WINS.  NO LINE AT ALL     *
004100*                            (THE LOG ALREADY ARCHIVED BY       *
004110*                            AUDSUMM) IS A WARNING ONLY.        *
004120******************************************************************
004130 1200-FIND-AUDIT-LINE.
004140     MOVE "N" TO BK-AUD-FOUND-SWITCH.
004150     MOVE "N" TO BK-AUD-SCAN-SWITCH.
004160     MOVE SPACES TO BK-ORIG-SOURCE.
004170     MOVE ZEROS TO BK-ORIG-FINGERPRINT.
004180     OPEN INPUT AUDFILE.
004190     IF NOT BK-AUDFILE-OK
004200         SET BK-AUD-SCAN-DONE TO TRUE
004210     END-IF.
004220     PERFORM 1210-SCAN-AUDIT THRU 1210-EXIT
004230         UNTIL BK-AUD-SCAN-DONE.
004240     IF BK-AUDFILE-OK OR BK-AUDFILE-STATUS = "10"
004250         CLOSE AUDFILE
004260     END-IF.
004270     IF BK-AUDIT-LINE-FOUND
004280         MOVE SPACES TO BK-LOG-LINE
004290         STRING "AUDIT LINE OF " BK-ORIG-STAMP
004300                " SOURCE SYSTEM " BK-ORIG-SOURCE
004310             DELIMITED BY SIZE INTO BK-LOG-LINE
004320         WRITE BK-LOG-LINE
004330     ELSE
004340         MOVE SPACES TO BK-LOG-LINE
004350         STRING "WARNING: NO AUDIT LINE FOUND FOR RUN "
004360                BK-PARM-RUN-X
004370                " - BACKOUT LINE CARRIES NO SOURCE OR FINGERPRINT"
004380             DELIMITED BY SIZE INTO BK-LOG-LINE
004390         WRITE BK-LOG-LINE
004400         IF BK-WORST-RC < 4
004410             MOVE 4 TO BK-WORST-RC
004420         END-IF
004430     END-IF.
004440 1200-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480*    1210-SCAN-AUDIT      -  READS ONE AUDIT LINE AND KEEPS IT   *
004490*                            WHEN IT IS THE RUN'S OWN            *
004500******************************************************************
004510 1210-SCAN-AUDIT.
004520     READ AUDFILE.
004530     IF NOT BK-AUDFILE-OK
004540         SET BK-AUD-SCAN-DONE TO TRUE
004550         GO TO 1210-EXIT
004560     END-IF.
004570     IF AD-BACKOUT-LINE
004580         GO TO 1210-EXIT
004590     END-IF.
004600     IF AD-RUN-NUMBER NOT NUMERIC
004610         GO TO 1210-EXIT
004620     END-IF.
004630     IF AD-RUN-NUMBER = BK-PARM-RUN
004640         SET BK-AUDIT-LINE-FOUND TO TRUE
004650         MOVE AD-SOURCE-SYSTEM TO BK-ORIG-SOURCE
004660         MOVE AD-FINGERPRINT TO BK-ORIG-FINGERPRINT
004670         MOVE AD-TIMESTAMP TO BK-ORIG-STAMP
004680     END-IF.
004690 1210-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    1300-OPEN-MASTERS    -  OPENS THE HISTORY, PRIOR-IMAGE,     *
004740*                            REGISTER AND REJECT MASTER FILES    *
004750*                            FOR UPDATE AND THE REVERSAL         *
004760*                            EXTRACT.  A PRIOR-IMAGE FILE NOT    *
004770*                            YET CREATED IS CREATED EMPTY - NO   *
004780*                            RUN HAS REPLACED A RECORD YET.      *
004790******************************************************************
004800 1300-OPEN-MASTERS.
004810     OPEN I-O HISTFILE.
004820     IF NOT BK-HISTFILE-OK
004830         DISPLAY "RUNBKOUT - HISTFILE OPEN FAILED, STATUS="
004840             BK-HISTFILE-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     OPEN I-O HSTPRIOR.
004890     IF NOT BK-HSTPRIOR-OK
004900         OPEN OUTPUT HSTPRIOR
004910         CLOSE HSTPRIOR
004920         OPEN I-O HSTPRIOR
004930     END-IF.
004940     IF NOT BK-HSTPRIOR-OK
004950         DISPLAY "RUNBKOUT - HSTPRIOR OPEN FAILED, STATUS="
004960             BK-HSTPRIOR-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     OPEN I-O DUPFILE.
005010     IF NOT BK-DUPFILE-OK
005020         DISPLAY "RUNBKOUT - DUPFILE OPEN FAILED, STATUS="
005030             BK-DUPFILE-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070     OPEN I-O REJMAST.
005080     IF NOT BK-REJMAST-OK
005090         DISPLAY "RUNBKOUT - REJMAST OPEN FAILED, STATUS="
005100             BK-REJMAST-STATUS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     OPEN OUTPUT CSVFILE.
005150     IF NOT BK-CSVFILE-OK
005160         DISPLAY "RUNBKOUT - CSVFILE OPEN FAILED, STATUS="
005170             BK-CSVFILE-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210 1300-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*    2000-LIST-SUPERSEDED -  LISTS EVERY HISTORY RECORD THIS RUN *
005260*                            WROTE THAT A LATER RUN HAS SINCE    *
005270*                            REPLACED - ITS IMAGE SITS ON        *
005280*                            HSTPRIOR UNDER THE LATER RUN.       *
005290*                            THOSE RECORDS NOW CARRY THE LATER   *
005300*                            RUN'S FIGURES AND ARE NOT TOUCHED;  *
005310*                            BACK OUT THE LATER RUN FIRST IF     *
005320*                            THEY MUST GO TOO.                   *
005330******************************************************************
005340 2000-LIST-SUPERSEDED.
005350     MOVE LOW-VALUES TO HP-PRIOR-KEY.
005360     START HSTPRIOR KEY NOT < HP-PRIOR-KEY.
005370     IF NOT BK-HSTPRIOR-OK
005380         SET BK-PRIOR-SCAN-DONE TO TRUE
005390     END-IF.
005400     PERFORM 2010-CHECK-PRIOR THRU 2010-EXIT
005410         UNTIL BK-PRIOR-SCAN-DONE.
005420 2000-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460*    2010-CHECK-PRIOR     -  READS ONE PRIOR IMAGE AND LISTS IT  *
005470*                            WHEN THE SUPERSEDED RECORD WAS THIS *
005480*                            RUN'S                               *
005490******************************************************************
005500 2010-CHECK-PRIOR.
005510     READ HSTPRIOR NEXT.
005520     IF NOT BK-HSTPRIOR-OK
005530         SET BK-PRIOR-SCAN-DONE TO TRUE
005540         GO TO 2010-EXIT
005550     END-IF.
005560     IF HP-PRIOR-RUN-NUMBER NOT NUMERIC
005570         GO TO 2010-EXIT
005580     END-IF.
005590     IF HP-PRIOR-RUN-NUMBER NOT = BK-PARM-RUN
005600         GO TO 2010-EXIT
005610     END-IF.
005620     ADD 1 TO BK-SUPERSEDED-COUNT.
005630     MOVE SPACES TO BK-LOG-LINE.
005640     STRING "WARNING: GROUP " HP-GROUP-ID
005650            " DATE " HP-RUN-DATE
005660            " SINCE REPLACED BY RUN " HP-RUN-NUMBER
005670            " - LEFT IN PLACE"
005680         DELIMITED BY SIZE INTO BK-LOG-LINE.
005690     WRITE BK-LOG-LINE.
005700     IF BK-WORST-RC < 4
005710         MOVE 4 TO BK-WORST-RC
005720     END-IF.
005730 2010-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*    2100-BACKOUT-HISTORY -  WALKS THE WHOLE HISTORY FILE FOR    *
005780*                            THE RECORDS THIS RUN WROTE          *
005790******************************************************************
005800 2100-BACKOUT-HISTORY.
005810     MOVE LOW-VALUES TO HS-HISTORY-KEY.
005820     START HISTFILE KEY NOT < HS-HISTORY-KEY.
005830     IF NOT BK-HISTFILE-OK
005840         SET BK-HIST-SCAN-DONE TO TRUE
005850     END-IF.
005860     PERFORM 2110-BACKOUT-ONE-RECORD THRU 2110-EXIT
005870         UNTIL BK-HIST-SCAN-DONE.
005880 2100-EXIT.
005890     EXIT.
005900*
005910******************************************************************
005920*    2110-BACKOUT-ONE-RECORD - READS ONE HISTORY RECORD.  ONE    *
005930*                            THIS RUN WROTE GOES ON THE          *
005940*                            REVERSAL EXTRACT, THEN IS PUT BACK  *
005950*                            TO ITS PRIOR IMAGE WHEN ONE WAS     *
005960*                            KEPT, OR DELETED WHEN THE RUN       *
005970*                            CREATED IT                          *
005980******************************************************************
005990 2110-BACKOUT-ONE-RECORD.
006000     READ HISTFILE NEXT.
006010     IF NOT BK-HISTFILE-OK
006020         SET BK-HIST-SCAN-DONE TO TRUE
006030         GO TO 2110-EXIT
006040     END-IF.
006050     IF HS-RUN-NUMBER NOT NUMERIC
006060         GO TO 2110-EXIT
006070     END-IF.
006080     IF HS-RUN-NUMBER NOT = BK-PARM-RUN
006090         GO TO 2110-EXIT
006100     END-IF.
006110     PERFORM 2200-WRITE-CSV-LINE THRU 2200-EXIT.
006120     MOVE BK-PARM-RUN TO HP-RUN-NUMBER.
006130     MOVE HS-GROUP-ID TO HP-GROUP-ID.
006140     MOVE HS-RUN-DATE TO HP-RUN-DATE.
006150     READ HSTPRIOR.
006160     IF BK-HSTPRIOR-OK
006170         PERFORM 2300-RESTORE-PRIOR THRU 2300-EXIT
006180         GO TO 2110-EXIT
006190     END-IF.
006200     DELETE HISTFILE RECORD.
006210     IF NOT BK-HISTFILE-OK
006220         DISPLAY "RUNBKOUT - HISTFILE DELETE FAILED, STATUS="
006230             BK-HISTFILE-STATUS
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     ADD 1 TO BK-REMOVED-COUNT.
006280     MOVE SPACES TO BK-LOG-LINE.
006290     STRING "REMOVED:  GROUP " HS-GROUP-ID
006300            " DATE " HS-RUN-DATE
006310         DELIMITED BY SIZE INTO BK-LOG-LINE.
006320     WRITE BK-LOG-LINE.
006330 2110-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*    2200-WRITE-CSV-LINE  -  WRITES THE REVERSAL LINE FOR ONE    *
006380*                            HISTORY RECORD - THE DAILY LINE'S   *
006390*                            TWELVE FIELDS REBUILT FROM THE      *
006400*                            RECORD (PERCENTILES THE RECORD      *
006410*                            DOES NOT HOLD GO OUT EMPTY)         *
006420*                            WITH R AS A THIRTEENTH FIELD - AND  *
006430*                            ROLLS IT INTO THE GRAND LINE        *
006440******************************************************************
006450 2200-WRITE-CSV-LINE.
006460     COMPUTE BK-HIST-VARIANCE = HS-STDDEV * HS-STDDEV.
006470     MOVE HS-COUNT TO BK-ED-COUNT.
006480     MOVE HS-MEAN TO BK-ED-MEAN.
006490     MOVE BK-HIST-VARIANCE TO BK-ED-VARIANCE.
006500     MOVE HS-STDDEV TO BK-ED-STDDEV.
006510     MOVE HS-MIN TO BK-ED-MIN.
006520     MOVE HS-MAX TO BK-ED-MAX.
006530     MOVE HS-MEDIAN TO BK-ED-MEDIAN.
006531     MOVE SPACES TO BK-PR-P10.
006532     MOVE SPACES TO BK-PR-P90.
006533     MOVE SPACES TO BK-PR-P95.
006534     IF HS-P10 NUMERIC AND HS-P90 NUMERIC AND HS-P95 NUMERIC
006535         MOVE HS-P10 TO BK-ED-P10
006536         MOVE HS-P90 TO BK-ED-P90
006537         MOVE HS-P95 TO BK-ED-P95
006538         MOVE BK-ED-P10 TO BK-PR-P10
006539         MOVE BK-ED-P90 TO BK-PR-P90
00653A         MOVE BK-ED-P95 TO BK-PR-P95
00653B     END-IF.
006540     MOVE SPACES TO CV-CSV-LINE.
006550     STRING HS-GROUP-ID         ","
006560            BK-ED-COUNT         ","
006570            BK-ED-MEAN          ","
006580            BK-ED-VARIANCE      ","
006590            BK-ED-STDDEV        ","
006600            BK-ED-MIN           ","
006610            BK-ED-MAX           ","
006620            BK-ED-MEDIAN        ","
006630            BK-PR-P10           ","
006632            BK-PR-P90           ","
006634            BK-PR-P95           ","
006640            BK-PARM-RUN         ","
006650            "R"
006660         DELIMITED BY SIZE INTO CV-CSV-LINE.
006670     WRITE CV-CSV-LINE.
006680     ADD 1 TO BK-CSV-LINES.
006690     ADD HS-COUNT TO BK-COUNT-HASH.
006700     ADD HS-COUNT TO BK-GRAND-COUNT.
006710     COMPUTE BK-GRAND-SUM = BK-GRAND-SUM + (HS-COUNT * HS-MEAN).
006720     IF BK-GRAND-FIRST-ROW
006730         MOVE HS-MIN TO BK-GRAND-MIN
006740         MOVE HS-MAX TO BK-GRAND-MAX
006750         MOVE "N" TO BK-GRAND-FIRST-SWITCH
006760     ELSE
006770         IF HS-MIN < BK-GRAND-MIN
006780             MOVE HS-MIN TO BK-GRAND-MIN
006790         END-IF
006800         IF HS-MAX > BK-GRAND-MAX
006810             MOVE HS-MAX TO BK-GRAND-MAX
006820         END-IF
006830     END-IF.
006840 2200-EXIT.
006850     EXIT.
006860*
006870******************************************************************
006880*    2300-RESTORE-PRIOR   -  PUTS THE SUPERSEDED IMAGE BACK IN   *
006890*                            PLACE OF THIS RUN'S RECORD AND      *
006900*                            DELETES THE SPENT PRIOR IMAGE       *
006910******************************************************************
006920 2300-RESTORE-PRIOR.
006930     MOVE HP-PRIOR-IMAGE TO HS-HISTORY-RECORD.
006940     REWRITE HS-HISTORY-RECORD.
006950     IF NOT BK-HISTFILE-OK
006960         DISPLAY "RUNBKOUT - HISTFILE REWRITE FAILED, STATUS="
006970             BK-HISTFILE-STATUS
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010     DELETE HSTPRIOR RECORD.
007011     IF NOT BK-HSTPRIOR-OK
007012         DISPLAY "RUNBKOUT - HSTPRIOR DELETE FAILED, STATUS="
007013             BK-HSTPRIOR-STATUS
007014         MOVE 16 TO RETURN-CODE
007015         STOP RUN
007016     END-IF.
007020     ADD 1 TO BK-RESTORED-COUNT.
007030     MOVE SPACES TO BK-LOG-LINE.
007040     STRING "RESTORED: GROUP " HS-GROUP-ID
007050            " DATE " HS-RUN-DATE
007060            " TO THE FIGURES OF RUN " HP-PRIOR-RUN-NUMBER
007070         DELIMITED BY SIZE INTO BK-LOG-LINE.
007080     WRITE BK-LOG-LINE.
007090 2300-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    2400-WRITE-CSV-GRAND -  WRITES THE REVERSAL GRAND LINE.     *
007140*                            THE MEAN IS THE COUNT-WEIGHTED MEAN *
007150*                            OF THE GROUP LINES; THE VARIANCE,   *
007160*                            STDDEV, MEDIAN AND PERCENTILES      *
007170*                            CANNOT BE REBUILT FROM THE GROUP    *
007180*                            RECORDS AND ARE LEFT EMPTY          *
007190******************************************************************
007200 2400-WRITE-CSV-GRAND.
007210     IF BK-GRAND-COUNT = 0
007220         GO TO 2400-EXIT
007230     END-IF.
007240     COMPUTE BK-GRAND-MEAN ROUNDED =
007250         BK-GRAND-SUM / BK-GRAND-COUNT.
007260     MOVE BK-GRAND-COUNT TO BK-ED-GRAND-COUNT.
007270     MOVE BK-GRAND-MEAN TO BK-ED-MEAN.
007280     MOVE BK-GRAND-MIN TO BK-ED-MIN.
007290     MOVE BK-GRAND-MAX TO BK-ED-MAX.
007300     MOVE SPACES TO CV-CSV-LINE.
007310     STRING "GRAND"             ","
007320            BK-ED-GRAND-COUNT   ","
007330            BK-ED-MEAN          ","
007340            ",,"
007350            BK-ED-MIN           ","
007360            BK-ED-MAX           ","
007370            ",,,,"
007380            BK-PARM-RUN         ","
007390            "R"
007400         DELIMITED BY SIZE INTO CV-CSV-LINE.
007410     WRITE CV-CSV-LINE.
007420     ADD 1 TO BK-CSV-LINES.
007430 2400-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*    3000-PURGE-SEEN-READINGS - DELETES THE RUN'S ENTRIES FROM   *
007480*                            THE SEEN-READINGS REGISTER SO ITS   *
007490*                            READINGS ARE NOT REJECTED DUPL      *
007500*                            WHEN THE FEED IS SENT AGAIN         *
007510******************************************************************
007520 3000-PURGE-SEEN-READINGS.
007530     MOVE LOW-VALUES TO DU-READING-KEY.
007540     START DUPFILE KEY NOT < DU-READING-KEY.
007550     IF NOT BK-DUPFILE-OK
007560         SET BK-DUP-SCAN-DONE TO TRUE
007570     END-IF.
007580     PERFORM 3010-PURGE-ONE-ENTRY THRU 3010-EXIT
007590         UNTIL BK-DUP-SCAN-DONE.
007600     MOVE BK-PURGED-DUPS TO BK-ED-GRAND-COUNT.
007610     MOVE SPACES TO BK-LOG-LINE.
007620     STRING "SEEN-READINGS ENTRIES DELETED:  " BK-ED-GRAND-COUNT
007630         DELIMITED BY SIZE INTO BK-LOG-LINE.
007640     WRITE BK-LOG-LINE.
007650 3000-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690*    3010-PURGE-ONE-ENTRY -  READS ONE REGISTER ENTRY AND        *
007700*                            DELETES IT WHEN IT IS THE RUN'S     *
007710******************************************************************
007720 3010-PURGE-ONE-ENTRY.
007730     READ DUPFILE NEXT.
007740     IF NOT BK-DUPFILE-OK
007750         SET BK-DUP-SCAN-DONE TO TRUE
007760         GO TO 3010-EXIT
007770     END-IF.
007780     IF DU-RUN-NUMBER NUMERIC
007790         AND DU-RUN-NUMBER = BK-PARM-RUN
007800         DELETE DUPFILE RECORD
007810         IF BK-DUPFILE-OK
007820             ADD 1 TO BK-PURGED-DUPS
007830         END-IF
007840     END-IF.
007850 3010-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890*    3100-PURGE-REJECTS   -  DELETES THE RUN'S REJECTS STILL     *
007900*                            OUTSTANDING ON THE REJECT MASTER.   *
007910*                            REJECTS ALREADY REPAIRED OR         *
007920*                            RESUBMITTED ARE LEFT FOR DATA       *
007930*                            CONTROL - THEIR CORRECTION RUN CAN  *
007940*                            NO LONGER MERGE INTO A REVERSED     *
007950*                            RUN - AND RAISE A WARNING.          *
007960******************************************************************
007970 3100-PURGE-REJECTS.
007980     MOVE LOW-VALUES TO OR-REJECT-KEY.
007990     START REJMAST KEY NOT < OR-REJECT-KEY.
008000     IF NOT BK-REJMAST-OK
008010         SET BK-REJ-SCAN-DONE TO TRUE
008020     END-IF.
008030     PERFORM 3110-PURGE-ONE-REJECT THRU 3110-EXIT
008040         UNTIL BK-REJ-SCAN-DONE.
008050     MOVE BK-PURGED-REJECTS TO BK-ED-COUNT.
008060     MOVE SPACES TO BK-LOG-LINE.
008070     STRING "OUTSTANDING REJECTS DELETED:    " BK-ED-COUNT
008080         DELIMITED BY SIZE INTO BK-LOG-LINE.
008090     WRITE BK-LOG-LINE.
008100     IF BK-REJECTS-IN-REPAIR > 0
008110         MOVE BK-REJECTS-IN-REPAIR TO BK-ED-COUNT
008120         MOVE SPACES TO BK-LOG-LINE
008130         STRING "WARNING: REJECTS IN REPAIR LEFT ON THE MASTER: "
008140                BK-ED-COUNT
008150             DELIMITED BY SIZE INTO BK-LOG-LINE
008160         WRITE BK-LOG-LINE
008170         IF BK-WORST-RC < 4
008180             MOVE 4 TO BK-WORST-RC
008190         END-IF
008200     END-IF.
008210 3100-EXIT.
008220     EXIT.
008230*
008240******************************************************************
008250*    3110-PURGE-ONE-REJECT - READS ONE REJECT MASTER ENTRY AND   *
008260*                            DELETES IT WHEN IT IS THE RUN'S     *
008270*                            AND STILL OUTSTANDING               *
008280******************************************************************
008290 3110-PURGE-ONE-REJECT.
008300     READ REJMAST NEXT.
008310     IF NOT BK-REJMAST-OK
008320         SET BK-REJ-SCAN-DONE TO TRUE
008330         GO TO 3110-EXIT
008340     END-IF.
008350     IF OR-RUN-NUMBER NOT NUMERIC
008360         GO TO 3110-EXIT
008370     END-IF.
008380     IF OR-RUN-NUMBER NOT = BK-PARM-RUN
008390         GO TO 3110-EXIT
008400     END-IF.
008410     IF OR-OUTSTANDING
008420         DELETE REJMAST RECORD
008430         IF BK-REJMAST-OK
008440             ADD 1 TO BK-PURGED-REJECTS
008450         END-IF
008460         GO TO 3110-EXIT
008470     END-IF.
008480     IF OR-REPAIRED OR OR-RESUBMITTED
008490         ADD 1 TO BK-REJECTS-IN-REPAIR
008500         MOVE SPACES TO BK-LOG-LINE
008510         STRING "WARNING: REJECT " OR-REC-NUMBER
008520                " GROUP " OR-GROUP-ID
008530                " STATUS " OR-STATUS
008540                " LEFT ON THE MASTER"
008550             DELIMITED BY SIZE INTO BK-LOG-LINE
008560         WRITE BK-LOG-LINE
008570     END-IF.
008580 3110-EXIT.
008590     EXIT.
008600*
008610******************************************************************
008620*    3500-WRITE-MANIFEST  -  APPENDS THE REVERSAL MANIFEST LINE  *
008630*                            - TYPE R, THE REVERSED RUN'S        *
008640*                            NUMBER, LINE COUNT AND GROUP-COUNT  *
008650*                            HASH - SO ACKCHECK CAN PROVE THE    *
008660*                            WAREHOUSE WITHDREW THE RUN          *
008670******************************************************************
008680 3500-WRITE-MANIFEST.
008690     CLOSE CSVFILE.
008700     MOVE SPACES TO MF-MANIFEST-RECORD.
008710     MOVE BK-PARM-RUN TO MF-RUN-NUMBER.
008720     MOVE BK-TODAY-CCYYMMDD TO MF-EXTRACT-DATE.
008730     MOVE BK-CSV-LINES TO MF-LINE-COUNT.
008740     MOVE BK-COUNT-HASH TO MF-COUNT-HASH.
008750     MOVE "R" TO MF-EXTRACT-TYPE.
008760     OPEN EXTEND MANFILE.
008770     IF NOT BK-MANFILE-OK
008780         OPEN OUTPUT MANFILE
008790     END-IF.
008800     IF NOT BK-MANFILE-OK
008810         DISPLAY "RUNBKOUT - MANFILE OPEN FAILED, STATUS="
008820             BK-MANFILE-STATUS
008830         MOVE 16 TO RETURN-CODE
008840         STOP RUN
008850     END-IF.
008860     WRITE MF-MANIFEST-RECORD.
008870     CLOSE MANFILE.
008880     MOVE BK-CSV-LINES TO BK-ED-COUNT.
008890     MOVE SPACES TO BK-LOG-LINE.
008900     STRING "REVERSAL EXTRACT LINES WRITTEN: " BK-ED-COUNT
008910            "   GROUP-COUNT HASH: " BK-COUNT-HASH
008920         DELIMITED BY SIZE INTO BK-LOG-LINE.
008930     WRITE BK-LOG-LINE.
008940 3500-EXIT.
008950     EXIT.
008960*
008970******************************************************************
008980*    3600-REVERSE-RUN-ENTRY - MARKS THE RUN CONTROL ENTRY        *
008990*                            REVERSED WITH TODAY'S DATE          *
009000******************************************************************
009010 3600-REVERSE-RUN-ENTRY.
009020     MOVE "R" TO RC-STATUS.
009030     MOVE BK-TODAY-CCYYMMDD TO RC-REVERSED-DATE.
009040     REWRITE RC-CONTROL-RECORD.
009050     IF NOT BK-RUNFILE-OK
009060         DISPLAY "RUNBKOUT - RUNFILE REWRITE FAILED, STATUS="
009070             BK-RUNFILE-STATUS
009080         MOVE 16 TO RETURN-CODE
009090         STOP RUN
009100     END-IF.
009110     MOVE SPACES TO BK-LOG-LINE.
009120     STRING "APPLIED: RUN " BK-PARM-RUN-X
009130            " MARKED REVERSED, INPUT DSN " RC-INPUT-DSN
009140         DELIMITED BY SIZE INTO BK-LOG-LINE.
009150     WRITE BK-LOG-LINE.
009160     DISPLAY "RUNBKOUT - RUN " BK-PARM-RUN-X " BACKED OUT".
009170 3600-EXIT.
009180     EXIT.
009190*
009200******************************************************************
009210*    3700-WRITE-AUDIT-LOG -  APPENDS THE BACKOUT LINE TO THE     *
009220*                            AUDIT LOG - RESTART FLAG B, ZERO    *
009230*                            COUNTS, AND THE REVERSED RUN'S      *
009240*                            NUMBER, INPUT DSN, SOURCE SYSTEM    *
009250*                            AND FINGERPRINT                     *
009260******************************************************************
009270 3700-WRITE-AUDIT-LOG.
009280     ACCEPT BK-RUN-TIME FROM TIME.
009290     STRING BK-RUN-HH ":" BK-RUN-MIN ":" BK-RUN-SS
009300         DELIMITED BY SIZE INTO BK-RUN-TIME-DISPLAY.
009310     STRING BK-RUN-DATE-DISPLAY " " BK-RUN-TIME-DISPLAY
009320         DELIMITED BY SIZE INTO BK-RUN-TIMESTAMP.
009330     MOVE SPACES TO AD-AUDIT-RECORD.
009340     MOVE BK-RUN-TIMESTAMP TO AD-TIMESTAMP.
009350     MOVE RC-INPUT-DSN TO AD-INPUT-DATASET.
009360     MOVE 0 TO AD-RECORDS-READ.
009370     MOVE 0 TO AD-RECORDS-REJECTED.
009380     MOVE 0 TO AD-FINAL-MEAN.
009390     MOVE 0 TO AD-FINAL-STDDEV.
009400     MOVE BK-PARM-RUN TO AD-RUN-NUMBER.
009410     MOVE "B" TO AD-RESTART-FLAG.
009420     MOVE BK-ORIG-FINGERPRINT TO AD-FINGERPRINT.
009430     MOVE BK-ORIG-SOURCE TO AD-SOURCE-SYSTEM.
009440     OPEN EXTEND AUDFILE.
009450     IF NOT BK-AUDFILE-OK
009460         OPEN OUTPUT AUDFILE
009470     END-IF.
009480     IF NOT BK-AUDFILE-OK
009490         DISPLAY "RUNBKOUT - AUDFILE OPEN FAILED, STATUS="
009500             BK-AUDFILE-STATUS
009510         MOVE 16 TO RETURN-CODE
009520         STOP RUN
009530     END-IF.
009540     WRITE AD-AUDIT-RECORD.
009550     CLOSE AUDFILE.
009560 3700-EXIT.
009570     EXIT.
009580*
009590******************************************************************
009600*    4000-FINALIZE        -  WRITES THE TOTALS, CLOSES THE FILES *
009610*                            AND SETS THE RETURN CODE            *
009620******************************************************************
009630 4000-FINALIZE.
009640     MOVE SPACES TO BK-LOG-LINE.
009650     WRITE BK-LOG-LINE.
009660     MOVE BK-RESTORED-COUNT TO BK-ED-COUNT.
009670     MOVE SPACES TO BK-LOG-LINE.
009680     STRING "HISTORY RECORDS RESTORED:       " BK-ED-COUNT
009690         DELIMITED BY SIZE INTO BK-LOG-LINE.
009700     WRITE BK-LOG-LINE.
009710     MOVE BK-REMOVED-COUNT TO BK-ED-COUNT.
009720     MOVE SPACES TO BK-LOG-LINE.
009730     STRING "HISTORY RECORDS REMOVED:        " BK-ED-COUNT
009740         DELIMITED BY SIZE INTO BK-LOG-LINE.
009750     WRITE BK-LOG-LINE.
009760     MOVE BK-SUPERSEDED-COUNT TO BK-ED-COUNT.
009770     MOVE SPACES TO BK-LOG-LINE.
009780     STRING "HISTORY RECORDS SINCE REPLACED: " BK-ED-COUNT
009790         DELIMITED BY SIZE INTO BK-LOG-LINE.
009800     WRITE BK-LOG-LINE.
009810     IF BK-RUN-ACCEPTED
009820         CLOSE HISTFILE
009830         CLOSE HSTPRIOR
009840         CLOSE DUPFILE
009850         CLOSE REJMAST
009860     END-IF.
009870     CLOSE RUNFILE.
009880     CLOSE BKOUTLOG.
009890     MOVE BK-WORST-RC TO RETURN-CODE.
009900 4000-EXIT.
009910     EXIT.
