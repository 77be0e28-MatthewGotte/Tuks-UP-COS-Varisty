000100******************************************************************
000110*                                                                 *
000120* PROGRAM-ID.    DEPTMNT                                         *
000130* AUTHOR.        M. VAN DER MERWE                                *
000140* INSTALLATION.  COS333 BATCH STATISTICS UNIT                    *
000150* DATE-WRITTEN.  15/10/2026                                      *
000160* DATE-COMPILED.                                                 *
000170*                                                                 *
000180* REMARKS.       BATCH MAINTENANCE FOR THE DEPARTMENT MASTER     *
000190*                (DMRECCPY) - THE NAME, PRIMARY AND ESCALATION   *
000200*                CONTACTS, NOTIFICATION ADDRESS AND SEVERITY     *
000210*                THRESHOLD BEHIND EVERY GM-DEPARTMENT CODE.      *
000220*                DEPTRPT PRINTS THE NAME AND OWNER FROM IT AND   *
000230*                ALRTROUT ROUTES THE DAILY ALERTS BY IT.  DATA   *
000240*                CONTROL SUBMITS ONE CARD (DTRECCPY) PER ACTION  *
000250*                - ADD, CHANGE OR DELETE.  A DEPARTMENT STILL    *
000260*                NAMED BY A GROUP ON THE GROUP MASTER CANNOT BE  *
000270*                DELETED.  EVERY CARD IS ECHOED TO THE           *
000280*                MAINTENANCE LOG WITH ITS RESULT; CHANGE AND     *
000290*                DELETE ALSO LOG THE VALUES REPLACED.            *
000300*                                                                 *
000310*-----------------------------------------------------------------*
000320* MODIFICATION HISTORY                                           *
000330*-----------------------------------------------------------------*
000340* DATE       INIT DESCRIPTION                                    *
000350* 15/10/2026 MVM  ORIGINAL PROGRAM.                              *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     DEPTMNT.
000390 AUTHOR.         M. VAN DER MERWE.
000400 INSTALLATION.   COS333 BATCH STATISTICS UNIT.
000410 DATE-WRITTEN.   15/10/2026.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DEPTTRAN ASSIGN TO "DEPTTRAN"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS DE-DEPTTRAN-STATUS.
000550     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DM-DEPT-ID
000590         FILE STATUS IS DE-DEPTFILE-STATUS.
000600     SELECT GRPFILE ASSIGN TO "GRPFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS GM-GROUP-ID
000640         FILE STATUS IS DE-GRPFILE-STATUS.
000650     SELECT DEPMRPT ASSIGN TO "DEPMRPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS DE-DEPMRPT-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  DEPTTRAN
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY DTRECCPY.
000760*
000770 FD  DEPTFILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY DMRECCPY.
000800*
000810 FD  GRPFILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY GMRECCPY.
000840*
000850 FD  DEPMRPT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  DE-LOG-LINE                 PIC X(132).
000890*
000900 WORKING-STORAGE SECTION.
000910******************************************************************
000920*    FILE STATUS SWITCHES                                        *
000930******************************************************************
000940 01  DE-DEPTTRAN-STATUS         PIC X(02) VALUE "00".
000950     88  DE-DEPTTRAN-OK                     VALUE "00".
000960     88  DE-DEPTTRAN-EOF                    VALUE "10".
000970*
000980 01  DE-DEPTFILE-STATUS         PIC X(02) VALUE "00".
000990     88  DE-DEPTFILE-OK                     VALUE "00".
001000     88  DE-DEPTFILE-NOTFND                 VALUE "23".
001010     88  DE-DEPTFILE-DUPKEY                 VALUE "22".
001020*
001030 01  DE-GRPFILE-STATUS          PIC X(02) VALUE "00".
001040     88  DE-GRPFILE-OK                      VALUE "00".
001050*
001060 01  DE-DEPMRPT-STATUS          PIC X(02) VALUE "00".
001070     88  DE-DEPMRPT-OK                      VALUE "00".
001080*
001090 01  DE-EOF-SWITCH              PIC X(01) VALUE "N".
001100     88  DE-END-OF-CARDS                    VALUE "Y".
001110*
001120 01  DE-GRP-EOF-SWITCH          PIC X(01) VALUE "N".
001130     88  DE-END-OF-GROUPS                   VALUE "Y".
001140*
001150******************************************************************
001160*    COUNTERS AND RESULT WORKING FIELDS                          *
001170******************************************************************
001180 77  DE-CARDS-READ              PIC 9(05) COMP VALUE 0.
001190 77  DE-CARDS-APPLIED           PIC 9(05) COMP VALUE 0.
001200 77  DE-CARDS-REJECTED          PIC 9(05) COMP VALUE 0.
001210 77  DE-GROUPS-NAMING           PIC 9(05) COMP VALUE 0.
001220 01  DE-RESULT-TEXT             PIC X(40) VALUE SPACES.
001230 01  DE-THRESHOLD               PIC 9(01) VALUE 0.
001240 01  DE-ED-COUNT                PIC ZZZZ9.
001250 01  DE-FIRST-GROUP             PIC X(05) VALUE SPACES.
001260*
001270 01  DE-RUN-DATE                PIC 9(06).
001280 01  DE-RUN-DATE-R REDEFINES DE-RUN-DATE.
001290     05  DE-RUN-YY              PIC 9(02).
001300     05  DE-RUN-MM              PIC 9(02).
001310     05  DE-RUN-DD              PIC 9(02).
001320 01  DE-RUN-DATE-DISPLAY        PIC X(08).
001330 01  DE-RUN-DATE-CCYYMMDD       PIC 9(08) VALUE 0.
001340*
001350 01  DE-HEADING-1               PIC X(45)
001360    VALUE "DEPTMNT - DEPARTMENT MASTER MAINTENANCE LOG".
001370 01  DE-HEADING-2               PIC X(45)
001380    VALUE "ACT DEPT     RESULT".
001390*
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*    0000-MAINLINE                                               *
001430******************************************************************
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001470         UNTIL DE-END-OF-CARDS.
001480     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001490     STOP RUN.
001500*
001510******************************************************************
001520*    1000-INITIALIZE      -  OPENS ALL FILES, CREATING THE       *
001530*                            DEPARTMENT MASTER ON FIRST USE,     *
001540*                            WRITES THE LOG HEADING AND PRIMES   *
001550*                            THE CARD READ                       *
001560******************************************************************
001570 1000-INITIALIZE.
001580     OPEN INPUT DEPTTRAN.
001590     IF NOT DE-DEPTTRAN-OK
001600         DISPLAY "DEPTMNT - DEPTTRAN OPEN FAILED, STATUS="
001610             DE-DEPTTRAN-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     OPEN I-O DEPTFILE.
001660     IF NOT DE-DEPTFILE-OK
001670         OPEN OUTPUT DEPTFILE
001680         CLOSE DEPTFILE
001690         OPEN I-O DEPTFILE
001700     END-IF.
001710     IF NOT DE-DEPTFILE-OK
001720         DISPLAY "DEPTMNT - DEPTFILE OPEN FAILED, STATUS="
001730             DE-DEPTFILE-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     OPEN INPUT GRPFILE.
001780     IF NOT DE-GRPFILE-OK
001790         DISPLAY "DEPTMNT - GRPFILE OPEN FAILED, STATUS="
001800             DE-GRPFILE-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     OPEN OUTPUT DEPMRPT.
001850     IF NOT DE-DEPMRPT-OK
001860         DISPLAY "DEPTMNT - DEPMRPT OPEN FAILED, STATUS="
001870             DE-DEPMRPT-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     ACCEPT DE-RUN-DATE FROM DATE.
001920     STRING DE-RUN-MM "/" DE-RUN-DD "/" DE-RUN-YY
001930         DELIMITED BY SIZE INTO DE-RUN-DATE-DISPLAY.
001940     COMPUTE DE-RUN-DATE-CCYYMMDD = 20000000 + DE-RUN-DATE.
001950     MOVE SPACES TO DE-LOG-LINE.
001960     MOVE DE-HEADING-1 TO DE-LOG-LINE.
001970     WRITE DE-LOG-LINE.
001980     MOVE SPACES TO DE-LOG-LINE.
001990     STRING "RUN DATE: " DE-RUN-DATE-DISPLAY
002000         DELIMITED BY SIZE INTO DE-LOG-LINE.
002010     WRITE DE-LOG-LINE.
002020     MOVE DE-HEADING-2 TO DE-LOG-LINE.
002030     WRITE DE-LOG-LINE.
002040     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070*
002080******************************************************************
002090*    1100-READ-CARD       -  READS ONE MAINTENANCE CARD          *
002100******************************************************************
002110 1100-READ-CARD.
002120     READ DEPTTRAN.
002130     IF DE-DEPTTRAN-EOF
002140         SET DE-END-OF-CARDS TO TRUE
002150     ELSE
002160         ADD 1 TO DE-CARDS-READ
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*    2000-PROCESS-CARD    -  ROUTES ONE CARD TO THE ADD, CHANGE  *
002230*                            OR DELETE PARAGRAPH AND LOGS THE    *
002240*                            RESULT.  EVERY ACTION NEEDS A       *
002250*                            DEPARTMENT CODE - IT IS THE KEY.    *
002260******************************************************************
002270 2000-PROCESS-CARD.
002280     MOVE SPACES TO DE-RESULT-TEXT.
002290     IF DT-DEPT-ID = SPACES
002300         MOVE "REJECTED - DEPARTMENT CODE IS BLANK"
002310             TO DE-RESULT-TEXT
002320         ADD 1 TO DE-CARDS-REJECTED
002330         GO TO 2000-LOG
002340     END-IF.
002350     MOVE DT-DEPT-ID TO DM-DEPT-ID.
002360     EVALUATE TRUE
002370         WHEN DT-ACTION-ADD
002380             PERFORM 2100-ADD-DEPARTMENT THRU 2100-EXIT
002390         WHEN DT-ACTION-CHANGE
002400             PERFORM 2200-CHANGE-DEPARTMENT THRU 2200-EXIT
002410         WHEN DT-ACTION-DELETE
002420             PERFORM 2300-DELETE-DEPARTMENT THRU 2300-EXIT
002430         WHEN OTHER
002440             MOVE "REJECTED - ACTION CODE NOT A, C OR D"
002450                 TO DE-RESULT-TEXT
002460             ADD 1 TO DE-CARDS-REJECTED
002470     END-EVALUATE.
002480 2000-LOG.
002490     PERFORM 2500-WRITE-LOG THRU 2500-EXIT.
002500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550*    2100-ADD-DEPARTMENT  -  VALIDATES AND WRITES A NEW          *
002560*                            DEPARTMENT.  A CODE ALREADY ON FILE *
002570*                            IS REJECTED - CORRECT IT WITH A     *
002580*                            CHANGE.                             *
002590******************************************************************
002600 2100-ADD-DEPARTMENT.
002610     PERFORM 2400-EDIT-DEPARTMENT THRU 2400-EXIT.
002620     IF DE-RESULT-TEXT NOT = SPACES
002630         ADD 1 TO DE-CARDS-REJECTED
002640         GO TO 2100-EXIT
002650     END-IF.
002660     PERFORM 2450-LOAD-RECORD THRU 2450-EXIT.
002670     WRITE DM-DEPT-RECORD.
002680     IF DE-DEPTFILE-OK
002690         MOVE "ADDED" TO DE-RESULT-TEXT
002700         ADD 1 TO DE-CARDS-APPLIED
002710         GO TO 2100-EXIT
002720     END-IF.
002730     IF DE-DEPTFILE-DUPKEY
002740         MOVE "REJECTED - DEPARTMENT ALREADY ON FILE"
002750             TO DE-RESULT-TEXT
002760     ELSE
002770         MOVE "REJECTED - WRITE FAILED" TO DE-RESULT-TEXT
002780     END-IF.
002790     ADD 1 TO DE-CARDS-REJECTED.
002800 2100-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840*    2200-CHANGE-DEPARTMENT - VALIDATES AND REWRITES THE         *
002850*                            DEPARTMENT, LOGGING THE VALUES IT   *
002860*                            REPLACES                            *
002870******************************************************************
002880 2200-CHANGE-DEPARTMENT.
002890     PERFORM 2400-EDIT-DEPARTMENT THRU 2400-EXIT.
002900     IF DE-RESULT-TEXT NOT = SPACES
002910         ADD 1 TO DE-CARDS-REJECTED
002920         GO TO 2200-EXIT
002930     END-IF.
002940     READ DEPTFILE.
002950     IF NOT DE-DEPTFILE-OK
002960         MOVE "REJECTED - DEPARTMENT NOT ON FILE"
002970             TO DE-RESULT-TEXT
002980         ADD 1 TO DE-CARDS-REJECTED
002990         GO TO 2200-EXIT
003000     END-IF.
003010     PERFORM 2550-LOG-OLD-VALUES THRU 2550-EXIT.
003020     PERFORM 2450-LOAD-RECORD THRU 2450-EXIT.
003030     REWRITE DM-DEPT-RECORD.
003040     IF DE-DEPTFILE-OK
003050         MOVE "CHANGED" TO DE-RESULT-TEXT
003060         ADD 1 TO DE-CARDS-APPLIED
003070     ELSE
003080         MOVE "REJECTED - REWRITE FAILED" TO DE-RESULT-TEXT
003090         ADD 1 TO DE-CARDS-REJECTED
003100     END-IF.
003110 2200-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*    2300-DELETE-DEPARTMENT - REMOVES THE DEPARTMENT, LOGGING    *
003160*                            THE VALUES REMOVED.  WHILE ANY      *
003170*                            GROUP ON THE GROUP MASTER, ACTIVE OR*
003180*                            NOT, STILL NAMES IT THE CARD IS     *
003190*                            REJECTED - MOVE THE GROUPS FIRST.   *
003200******************************************************************
003210 2300-DELETE-DEPARTMENT.
003220     READ DEPTFILE.
003230     IF NOT DE-DEPTFILE-OK
003240         MOVE "REJECTED - DEPARTMENT NOT ON FILE"
003250             TO DE-RESULT-TEXT
003260         ADD 1 TO DE-CARDS-REJECTED
003270         GO TO 2300-EXIT
003280     END-IF.
003290     PERFORM 2350-COUNT-GROUPS THRU 2350-EXIT.
003300     IF DE-GROUPS-NAMING > 0
003310         MOVE DE-GROUPS-NAMING TO DE-ED-COUNT
003320         STRING "REJECTED - " DE-ED-COUNT " GROUPS USE IT: "
003330                DE-FIRST-GROUP
003340             DELIMITED BY SIZE INTO DE-RESULT-TEXT
003350         ADD 1 TO DE-CARDS-REJECTED
003360         GO TO 2300-EXIT
003370     END-IF.
003380     PERFORM 2550-LOG-OLD-VALUES THRU 2550-EXIT.
003390     DELETE DEPTFILE.
003400     IF DE-DEPTFILE-OK
003410         MOVE "DELETED" TO DE-RESULT-TEXT
003420         ADD 1 TO DE-CARDS-APPLIED
003430     ELSE
003440         MOVE "REJECTED - DELETE FAILED" TO DE-RESULT-TEXT
003450         ADD 1 TO DE-CARDS-REJECTED
003460     END-IF.
003470 2300-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510*    2350-COUNT-GROUPS    -  COUNTS THE GROUPS ON THE GROUP      *
003520*                            MASTER THAT NAME THE CARD'S         *
003530*                            DEPARTMENT, KEEPING THE FIRST ONE   *
003540*                            FOR THE LOG                         *
003550******************************************************************
003560 2350-COUNT-GROUPS.
003570     MOVE 0 TO DE-GROUPS-NAMING.
003580     MOVE SPACES TO DE-FIRST-GROUP.
003590     MOVE "N" TO DE-GRP-EOF-SWITCH.
003600     MOVE LOW-VALUES TO GM-GROUP-ID.
003610     START GRPFILE KEY NOT < GM-GROUP-ID.
003620     IF NOT DE-GRPFILE-OK
003630         GO TO 2350-EXIT
003640     END-IF.
003650     PERFORM 2360-CHECK-GROUP THRU 2360-EXIT
003660         UNTIL DE-END-OF-GROUPS.
003670 2350-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710*    2360-CHECK-GROUP     -  READS THE NEXT GROUP AND COUNTS IT  *
003720*                            WHEN IT NAMES THE DEPARTMENT        *
003730******************************************************************
003740 2360-CHECK-GROUP.
003750     READ GRPFILE NEXT.
003760     IF NOT DE-GRPFILE-OK
003770         SET DE-END-OF-GROUPS TO TRUE
003780         GO TO 2360-EXIT
003790     END-IF.
003800     IF GM-DEPARTMENT NOT = DT-DEPT-ID
003810         GO TO 2360-EXIT
003820     END-IF.
003830     ADD 1 TO DE-GROUPS-NAMING.
003840     IF DE-FIRST-GROUP = SPACES
003850         MOVE GM-GROUP-ID TO DE-FIRST-GROUP
003860     END-IF.
003870 2360-EXIT.
003880     EXIT.
003890*
003900******************************************************************
003910*    2400-EDIT-DEPARTMENT -  SCREENS AN ADD OR CHANGE CARD - THE *
003920*                            NAME, PRIMARY CONTACT AND           *
003930*                            NOTIFICATION ADDRESS ARE REQUIRED   *
003940*                            AND THE THRESHOLD MUST BE BLANK OR  *
003950*                            1 TO 4.  LEAVES DE-RESULT-TEXT      *
003960*                            BLANK WHEN THE CARD IS CLEAN.       *
003970******************************************************************
003980 2400-EDIT-DEPARTMENT.
003990     IF DT-DEPT-NAME = SPACES
004000         MOVE "REJECTED - DEPARTMENT NAME BLANK"
004010             TO DE-RESULT-TEXT
004020         GO TO 2400-EXIT
004030     END-IF.
004040     IF DT-PRIMARY-CONTACT = SPACES
004050         MOVE "REJECTED - PRIMARY CONTACT BLANK"
004060             TO DE-RESULT-TEXT
004070         GO TO 2400-EXIT
004080     END-IF.
004090     IF DT-NOTIFY-ADDRESS = SPACES
004100         MOVE "REJECTED - NOTIFICATION ADDRESS BLANK"
004110             TO DE-RESULT-TEXT
004120         GO TO 2400-EXIT
004130     END-IF.
004140     MOVE 0 TO DE-THRESHOLD.
004150     IF DT-SEVERITY-THRESHOLD-X NOT = SPACE
004160         IF DT-SEVERITY-THRESHOLD NOT NUMERIC
004170             MOVE "REJECTED - THRESHOLD NOT 1 TO 4"
004180                 TO DE-RESULT-TEXT
004190             GO TO 2400-EXIT
004200         END-IF
004210         MOVE DT-SEVERITY-THRESHOLD TO DE-THRESHOLD
004220         IF DE-THRESHOLD < 1 OR DE-THRESHOLD > 4
004230             MOVE "REJECTED - THRESHOLD NOT 1 TO 4"
004240                 TO DE-RESULT-TEXT
004250         END-IF
004260     END-IF.
004270 2400-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310*    2450-LOAD-RECORD     -  MOVES THE EDITED CARD FIELDS ONTO   *
004320*                            THE MASTER RECORD, STAMPED WITH THE *
004330*                            KEYED-BY ID AND TODAY'S DATE        *
004340******************************************************************
004350 2450-LOAD-RECORD.
004360     MOVE SPACES TO DM-DEPT-RECORD.
004370     MOVE DT-DEPT-ID TO DM-DEPT-ID.
004380     MOVE DT-DEPT-NAME TO DM-DEPT-NAME.
004390     MOVE DT-PRIMARY-CONTACT TO DM-PRIMARY-CONTACT.
004400     MOVE DT-PRIMARY-PHONE TO DM-PRIMARY-PHONE.
004410     MOVE DT-ESCALATION-CONTACT TO DM-ESCALATION-CONTACT.
004420     MOVE DT-ESCALATION-PHONE TO DM-ESCALATION-PHONE.
004430     MOVE DT-NOTIFY-ADDRESS TO DM-NOTIFY-ADDRESS.
004440     MOVE DE-THRESHOLD TO DM-SEVERITY-THRESHOLD.
004450     MOVE DT-KEYED-BY TO DM-KEYED-BY.
004460     MOVE DE-RUN-DATE-CCYYMMDD TO DM-KEYED-DATE.
004470 2450-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510*    2500-WRITE-LOG       -  ECHOES ONE CARD AND ITS RESULT TO   *
004520*                            THE MAINTENANCE LOG                 *
004530******************************************************************
004540 2500-WRITE-LOG.
004550     MOVE SPACES TO DE-LOG-LINE.
004560     STRING DT-ACTION-CODE      "   "
004570            DT-DEPT-ID          " "
004580            DE-RESULT-TEXT
004590            " " DT-DEPT-NAME
004600            " BY " DT-KEYED-BY
004610         DELIMITED BY SIZE INTO DE-LOG-LINE.
004620     WRITE DE-LOG-LINE.
004630     IF DT-ACTION-DELETE
004640         GO TO 2500-EXIT
004650     END-IF.
004660     MOVE SPACES TO DE-LOG-LINE.
004670     STRING "    OWNER " DT-PRIMARY-CONTACT
004680            " " DT-PRIMARY-PHONE
004690            " ESCALATION " DT-ESCALATION-CONTACT
004700            " " DT-ESCALATION-PHONE
004710         DELIMITED BY SIZE INTO DE-LOG-LINE.
004720     WRITE DE-LOG-LINE.
004730     MOVE SPACES TO DE-LOG-LINE.
004740     STRING "    NOTIFY " DT-NOTIFY-ADDRESS
004750            " THRESHOLD " DT-SEVERITY-THRESHOLD-X
004760         DELIMITED BY SIZE INTO DE-LOG-LINE.
004770     WRITE DE-LOG-LINE.
004780 2500-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820*    2550-LOG-OLD-VALUES  -  LOGS THE DEPARTMENT JUST READ -     *
004830*                            STILL HOLDING ITS OLD VALUES - AHEAD*
004840*                            OF A CHANGE OR DELETE               *
004850******************************************************************
004860 2550-LOG-OLD-VALUES.
004870     MOVE SPACES TO DE-LOG-LINE.
004880     STRING "    WAS: " DM-DEPT-NAME
004890            " OWNER " DM-PRIMARY-CONTACT
004900            " " DM-PRIMARY-PHONE
004910         DELIMITED BY SIZE INTO DE-LOG-LINE.
004920     WRITE DE-LOG-LINE.
004930     MOVE SPACES TO DE-LOG-LINE.
004940     STRING "    WAS: ESCALATION " DM-ESCALATION-CONTACT
004950            " " DM-ESCALATION-PHONE
004960            " THRESHOLD " DM-SEVERITY-THRESHOLD
004970            " KEYED BY " DM-KEYED-BY
004980            " ON " DM-KEYED-DATE
004990         DELIMITED BY SIZE INTO DE-LOG-LINE.
005000     WRITE DE-LOG-LINE.
005010     MOVE SPACES TO DE-LOG-LINE.
005020     STRING "    WAS: NOTIFY " DM-NOTIFY-ADDRESS
005030         DELIMITED BY SIZE INTO DE-LOG-LINE.
005040     WRITE DE-LOG-LINE.
005050 2550-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*    3000-FINALIZE        -  WRITES THE CARD COUNTS TO THE LOG,  *
005100*                            CLOSES THE FILES AND SETS A RETURN  *
005110*                            CODE OF 4 WHEN ANY CARD WAS REJECTED*
005120*                            SO THE SCHEDULER CAN FLAG THE RUN   *
005130*                            FOR DATA CONTROL                    *
005140******************************************************************
005150 3000-FINALIZE.
005160     MOVE DE-CARDS-READ TO DE-ED-COUNT.
005170     MOVE SPACES TO DE-LOG-LINE.
005180     STRING "CARDS READ:     " DE-ED-COUNT
005190         DELIMITED BY SIZE INTO DE-LOG-LINE.
005200     WRITE DE-LOG-LINE.
005210     MOVE DE-CARDS-APPLIED TO DE-ED-COUNT.
005220     MOVE SPACES TO DE-LOG-LINE.
005230     STRING "CARDS APPLIED:  " DE-ED-COUNT
005240         DELIMITED BY SIZE INTO DE-LOG-LINE.
005250     WRITE DE-LOG-LINE.
005260     MOVE DE-CARDS-REJECTED TO DE-ED-COUNT.
005270     MOVE SPACES TO DE-LOG-LINE.
005280     STRING "CARDS REJECTED: " DE-ED-COUNT
005290         DELIMITED BY SIZE INTO DE-LOG-LINE.
005300     WRITE DE-LOG-LINE.
005310     CLOSE DEPTTRAN.
005320     CLOSE DEPTFILE.
005330     CLOSE GRPFILE.
005340     CLOSE DEPMRPT.
005350     IF DE-CARDS-REJECTED > 0
005360         MOVE 4 TO RETURN-CODE
005370     END-IF.
005380 3000-EXIT.
005390     EXIT.
