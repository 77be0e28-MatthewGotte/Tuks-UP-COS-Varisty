00030P*                FOR S20734621'S COVERAGE SCAN.  BLANK MEANS NOT  *
00030Q*                SET AND GOES TO THE MASTER AS ZERO, WHICH        *
00030R*                SKIPS THE SCAN FOR THAT GROUP.                   *
00030S* 15/10/2026 MVM  ADD, CHANGE AND DEACTIVATE CARDS NOW WAIT ON   *
00030T*                THE PENDING-CHANGES FILE (PNDFILE, GPRECCPY),   *
00030U*                LOGGED WITH BEFORE AND AFTER VALUES, UNTIL AN   *
00030V*                APPROVE CARD (P) FROM A DIFFERENT USER ID       *
00030W*                APPLIES THEM - THE HISTORY CARRIES BOTH IDS.  A *
00030X*                WITHDRAW CARD (W) DROPS ONE.  CHANGES NOT       *
00030Y*                APPROVED WITHIN THE PARM'S DAYS EXPIRE AND ARE  *
00030Z*                REPORTED.                                       *
000310* 15/10/2026 MVM  ADD AND CHANGE CARDS NOW CARRY THE GROUP'S     *
000311*                LIMIT ON NON-GOOD READINGS                      *
000312*                (GT-MAX-NONGOOD-PCT), A WHOLE PERCENT NOT OVER  *
000313*                100, CARRIED THROUGH THE PENDING RECORD AND THE *
000314*                HISTORY TO THE MASTER FOR S20734621'S QUALITY   *
000315*                CHECK.  BLANK MEANS NO LIMIT AND GOES TO THE    *
000316*                MASTER AS ZERO.                                 *
000319******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     GRPMAINT.
000340 AUTHOR.         M. VAN DER MERWE.
000546         ACCESS MODE IS RANDOM
000548         RECORD KEY IS GH-HISTORY-KEY
000549         FILE STATUS IS MT-GRPHIST-STATUS.
00054A     SELECT PNDFILE ASSIGN TO "PNDFILE"
00054B         ORGANIZATION IS INDEXED
00054C         ACCESS MODE IS DYNAMIC
00054D         RECORD KEY IS GP-GROUP-ID
00054E         FILE STATUS IS MT-PNDFILE-STATUS.
000550     SELECT MNTRPT ASSIGN TO "MNTRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000704     LABEL RECORDS ARE STANDARD.
000706 COPY GHRECCPY.
000708*
000709 FD  PNDFILE
00070A     LABEL RECORDS ARE STANDARD.
00070B COPY GPRECCPY.
00070C*
000710 FD  MNTRPT
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000874     88  MT-GRPHIST-OK                      VALUE "00".
000876     88  MT-GRPHIST-DUPKEY                  VALUE "22".
000878*
000879 01  MT-PNDFILE-STATUS          PIC X(02) VALUE "00".
00087A     88  MT-PNDFILE-OK                      VALUE "00".
00087B*
000880 01  MT-MNTRPT-STATUS           PIC X(02) VALUE "00".
000890     88  MT-MNTRPT-OK                       VALUE "00".
000900*
000910 01  MT-EOF-SWITCH              PIC X(01) VALUE "N".
000920     88  MT-END-OF-CARDS                    VALUE "Y".
000930*
000931 01  MT-PND-EOF-SWITCH          PIC X(01) VALUE "N".
000932     88  MT-END-OF-PENDING                  VALUE "Y".
000933*
000940******************************************************************
000950*    COUNTERS AND RESULT WORKING FIELDS                          *
000960******************************************************************
000970 77  MT-CARDS-READ              PIC 9(05) COMP VALUE 0.
000980 77  MT-CARDS-APPLIED           PIC 9(05) COMP VALUE 0.
000990 77  MT-CARDS-REJECTED          PIC 9(05) COMP VALUE 0.
000991 77  MT-CARDS-QUEUED            PIC 9(05) COMP VALUE 0.
000992 77  MT-CARDS-WITHDRAWN         PIC 9(05) COMP VALUE 0.
000993 77  MT-PENDING-EXPIRED         PIC 9(05) COMP VALUE 0.
000994 77  MT-PENDING-WAITING         PIC 9(05) COMP VALUE 0.
001000 01  MT-RESULT-TEXT             PIC X(40) VALUE SPACES.
001002 01  MT-EXP-MEAN-LOW            PIC S9(04)V9(05) VALUE 0.
001004 01  MT-EXP-MEAN-HIGH           PIC S9(04)V9(05) VALUE 0.
001006 01  MT-MAX-STDDEV              PIC S9(04)V9(05) VALUE 0.
001008 01  MT-EXP-INTERVAL            PIC 9(04) VALUE 0.
001009 01  MT-MAX-NONGOOD-PCT         PIC 9(03) VALUE 0.
001010 01  MT-ED-COUNT                PIC ZZZZ9.
001011 01  MT-ED-DAYS                 PIC Z9.
001012*
001013******************************************************************
001014*    CHANGE HISTORY STAMP FIELDS - THE SUPERSEDE DATE AND TIME   *
00101G     88  MT-HIST-WRITTEN                    VALUE "Y".
00101H 77  MT-HIST-TRIES              PIC 9(03) COMP VALUE 0.
001020*
001021******************************************************************
001022*    DUAL CONTROL FIELDS - THE KEYER AND APPROVER STAMPED ON     *
001023*    THE CHANGE HISTORY, AND THE PENDING-CHANGE EXPIRY.  THE     *
001024*    PARM IS NN, THE DAYS A KEYED CHANGE MAY WAIT FOR ITS        *
001025*    APPROVAL BEFORE IT EXPIRES - SEVEN WITH NO PARM.  AGES      *
001026*    ARE TAKEN ON THE SAME COARSE DAY NUMBER AS ALRTROUT'S.      *
001027******************************************************************
001028 01  MT-KEYER-ID                PIC X(08) VALUE SPACES.
001029 01  MT-APPROVER-ID             PIC X(08) VALUE SPACES.
00102A 01  MT-PARM-DIGITS             PIC X(02) VALUE "07".
00102B 01  MT-PARM-DIGITS-R REDEFINES MT-PARM-DIGITS.
00102C     05  MT-EXPIRY-DAYS         PIC 9(02).
00102D 01  MT-TODAY-DAYS              PIC 9(08) COMP VALUE 0.
00102E 01  MT-PND-AGE                 PIC S9(08) COMP VALUE 0.
00102F 01  MT-MONTH-OFFSETS           PIC X(36)
00102G    VALUE "000031059090120151181212243273304334".
00102H 01  MT-MONTH-OFFSETS-R REDEFINES MT-MONTH-OFFSETS.
00102I     05  MT-MONTH-OFFSET        PIC 9(03) OCCURS 12 TIMES.
00102J 01  MT-WORK-DATE               PIC 9(08) VALUE 0.
00102K 01  MT-WORK-DATE-R REDEFINES MT-WORK-DATE.
00102L     05  MT-WORK-YYYY           PIC 9(04).
00102M     05  MT-WORK-MM             PIC 9(02).
00102N     05  MT-WORK-DD             PIC 9(02).
00102O 01  MT-WORK-DAYS               PIC 9(08) COMP VALUE 0.
00102P*
001030 01  MT-RUN-DATE                PIC 9(06).
001040 01  MT-RUN-DATE-R REDEFINES MT-RUN-DATE.
001050     05  MT-RUN-YY              PIC 9(02).
001070     05  MT-RUN-DD              PIC 9(02).
001080 01  MT-RUN-DATE-DISPLAY        PIC X(08).
001090*
001091******************************************************************
001092*    BEFORE AND AFTER VALUES FOR THE LOG - THE MASTER AS IT      *
001093*    STANDS AND AS THE PENDING CHANGE WOULD LEAVE IT, EACH       *
001094*    FORMATTED FROM MT-SHOW-FIELDS ONTO TWO LINES                *
001095******************************************************************
001096 01  MT-SHOW-FIELDS.
001097     05  MT-SH-DESCRIPTION      PIC X(30).
001098     05  MT-SH-DEPARTMENT       PIC X(08).
001099     05  MT-SH-STATUS           PIC X(11).
00109A     05  MT-SH-RANGE-LOW        PIC S9(04)V9(05).
00109B     05  MT-SH-RANGE-HIGH       PIC S9(04)V9(05).
00109C     05  MT-SH-EXP-MEAN-LOW     PIC S9(04)V9(05).
00109D     05  MT-SH-EXP-MEAN-HIGH    PIC S9(04)V9(05).
00109E     05  MT-SH-MAX-STDDEV       PIC S9(04)V9(05).
00109F     05  MT-SH-EXP-INTERVAL     PIC 9(04).
00109G     05  MT-SH-MAX-NONGOOD-PCT  PIC 9(03).
00109H 01  MT-ED-LOW                  PIC -ZZZ9.99999.
00109I 01  MT-ED-HIGH                 PIC -ZZZ9.99999.
00109J 01  MT-ED-EML                  PIC -ZZZ9.99999.
00109K 01  MT-ED-EMH                  PIC -ZZZ9.99999.
00109L 01  MT-ED-MSD                  PIC -ZZZ9.99999.
00109M 01  MT-ED-INT                  PIC ZZZ9.
00109N 01  MT-ED-NGP                  PIC ZZ9.
00109O 01  MT-SHOW-1                  PIC X(100) VALUE SPACES.
00109P 01  MT-SHOW-2                  PIC X(100) VALUE SPACES.
00109Q 01  MT-BEFORE-1                PIC X(100) VALUE SPACES.
00109R 01  MT-BEFORE-2                PIC X(100) VALUE SPACES.
00109S 01  MT-AFTER-1                 PIC X(100) VALUE SPACES.
00109T 01  MT-AFTER-2                 PIC X(100) VALUE SPACES.
00109U 01  MT-KEYED-LINE              PIC X(100) VALUE SPACES.
00109V 01  MT-SHOW-SWITCH             PIC X(01) VALUE "N".
00109W     88  MT-SHOW-CHANGE                     VALUE "Y".
00109X 01  MT-MASTER-SWITCH           PIC X(01) VALUE "N".
00109Y     88  MT-MASTER-FOUND                    VALUE "Y".
00109Z*
001100 01  MT-HEADING-1               PIC X(45)
001110    VALUE "GRPMAINT - GROUP MASTER MAINTENANCE LOG".
001120 01  MT-HEADING-2               PIC X(45)
001130    VALUE "ACT GROUP RESULT".
001140*
001141 LINKAGE SECTION.
001142 01  LK-PARM.
001143     05  LK-PARM-LEN             PIC S9(04) COMP.
001144     05  LK-PARM-TEXT            PIC X(08).
001145*
001150 PROCEDURE DIVISION USING LK-PARM.
001160******************************************************************
001170*    0000-MAINLINE                                              *
001180******************************************************************
001260******************************************************************
001270*    1000-INITIALIZE      -  OPENS ALL FILES, CREATING THE GROUP *
001280*                            MASTER ON FIRST USE, WRITES THE LOG *
001290*                            HEADING, EXPIRES STALE PENDING      *
001295*                            CHANGES AND PRIMES THE CARD READ    *
001300******************************************************************
001310 1000-INITIALIZE.
001320     OPEN INPUT TRNFILE.
00150B         MOVE 16 TO RETURN-CODE
00150C         STOP RUN
00150D     END-IF.
00150E     OPEN I-O PNDFILE.
00150F     IF NOT MT-PNDFILE-OK
00150G         OPEN OUTPUT PNDFILE
00150H         CLOSE PNDFILE
00150I         OPEN I-O PNDFILE
00150J     END-IF.
00150K     IF NOT MT-PNDFILE-OK
00150L         DISPLAY "GRPMAINT - PNDFILE OPEN FAILED, STATUS="
00150M             MT-PNDFILE-STATUS
00150N         MOVE 16 TO RETURN-CODE
00150O         STOP RUN
00150P     END-IF.
001510     OPEN OUTPUT MNTRPT.
001520     IF NOT MT-MNTRPT-OK
001530         DISPLAY "GRPMAINT - MNTRPT OPEN FAILED, STATUS="
001590     STRING MT-RUN-MM "/" MT-RUN-DD "/" MT-RUN-YY
001600         DELIMITED BY SIZE INTO MT-RUN-DATE-DISPLAY.
001602     COMPUTE MT-HIST-DATE-CCYYMMDD = 20000000 + MT-RUN-DATE.
001603     IF LK-PARM-LEN >= 2
001604         IF LK-PARM-TEXT(1:2) NUMERIC
001605             MOVE LK-PARM-TEXT(1:2) TO MT-PARM-DIGITS
001606         END-IF
001607     END-IF.
001608     IF MT-EXPIRY-DAYS = 0
001609         MOVE 7 TO MT-EXPIRY-DAYS
00160A     END-IF.
00160B     MOVE MT-HIST-DATE-CCYYMMDD TO MT-WORK-DATE.
00160C     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
00160D     MOVE MT-WORK-DAYS TO MT-TODAY-DAYS.
001610     MOVE SPACES TO MT-LOG-LINE.
001620     MOVE MT-HEADING-1 TO MT-LOG-LINE.
001630     WRITE MT-LOG-LINE.
001650     STRING "RUN DATE: " MT-RUN-DATE-DISPLAY
001660         DELIMITED BY SIZE INTO MT-LOG-LINE.
001670     WRITE MT-LOG-LINE.
001671     PERFORM 1200-EXPIRE-PENDING THRU 1200-EXIT.
001680     MOVE MT-HEADING-2 TO MT-LOG-LINE.
001690     WRITE MT-LOG-LINE.
001700     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001830     END-IF.
001840 1100-EXIT.
001850     EXIT.
001851*
001852******************************************************************
001853*    1200-EXPIRE-PENDING  -  SWEEPS THE PENDING-CHANGES FILE     *
001854*                            BEFORE ANY CARD IS READ AND DROPS   *
001855*                            EVERY CHANGE KEYED MORE THAN THE    *
001856*                            PARM'S DAYS AGO AND STILL NOT       *
001857*                            APPROVED, LISTING EACH ON THE LOG   *
001858******************************************************************
001859 1200-EXPIRE-PENDING.
00185A     MOVE SPACES TO MT-LOG-LINE.
00185B     WRITE MT-LOG-LINE.
00185C     MOVE MT-EXPIRY-DAYS TO MT-ED-DAYS.
00185D     MOVE SPACES TO MT-LOG-LINE.
00185E     STRING "PENDING CHANGES EXPIRED - NOT APPROVED WITHIN "
00185F            MT-ED-DAYS " DAYS"
00185G         DELIMITED BY SIZE INTO MT-LOG-LINE.
00185H     WRITE MT-LOG-LINE.
00185I     MOVE "N" TO MT-PND-EOF-SWITCH.
00185J     MOVE LOW-VALUES TO GP-GROUP-ID.
00185K     START PNDFILE KEY NOT < GP-GROUP-ID.
00185L     IF NOT MT-PNDFILE-OK
00185M         SET MT-END-OF-PENDING TO TRUE
00185N     END-IF.
00185O     PERFORM 1210-EXPIRE-ONE THRU 1210-EXIT
00185P         UNTIL MT-END-OF-PENDING.
00185Q     IF MT-PENDING-EXPIRED = 0
00185R         MOVE "  NONE" TO MT-LOG-LINE
00185S         WRITE MT-LOG-LINE
00185T     END-IF.
00185U     MOVE SPACES TO MT-LOG-LINE.
00185V     WRITE MT-LOG-LINE.
00185W 1200-EXIT.
00185X     EXIT.
001860*
001861******************************************************************
001862*    1210-EXPIRE-ONE      -  READS ONE PENDING CHANGE AND DROPS  *
001863*                            IT IF IT HAS WAITED TOO LONG        *
001864******************************************************************
001865 1210-EXPIRE-ONE.
001866     READ PNDFILE NEXT.
001867     IF NOT MT-PNDFILE-OK
001868         SET MT-END-OF-PENDING TO TRUE
001869         GO TO 1210-EXIT
00186A     END-IF.
00186B     MOVE GP-KEYED-DATE TO MT-WORK-DATE.
00186C     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
00186D     COMPUTE MT-PND-AGE = MT-TODAY-DAYS - MT-WORK-DAYS.
00186E     IF MT-PND-AGE NOT > MT-EXPIRY-DAYS
00186F         GO TO 1210-EXIT
00186G     END-IF.
00186H     PERFORM 2770-DELETE-PENDING THRU 2770-EXIT.
00186I     ADD 1 TO MT-PENDING-EXPIRED.
00186J     MOVE MT-PND-AGE TO MT-ED-COUNT.
00186K     MOVE SPACES TO MT-LOG-LINE.
00186L     STRING GP-ACTION "   " GP-GROUP-ID
00186M            "  EXPIRED - KEYED BY " GP-KEYED-BY
00186N            " ON " GP-KEYED-DATE ", " MT-ED-COUNT " DAYS OLD"
00186O         DELIMITED BY SIZE INTO MT-LOG-LINE.
00186P     WRITE MT-LOG-LINE.
00186Q 1210-EXIT.
00186R     EXIT.
00186S*
001870******************************************************************
001880*    2000-PROCESS-CARD    -  ROUTES ONE CARD - ADD, CHANGE AND   *
001890*                            DEACTIVATE TO THE PENDING QUEUE,    *
001900*                            APPROVE AND WITHDRAW TO THE         *
001901*                            PENDING CHANGE - AND LOGS THE       *
001902*                            RESULT                              *
001910******************************************************************
001920 2000-PROCESS-CARD.
001930     MOVE SPACES TO MT-RESULT-TEXT.
001931     MOVE SPACES TO MT-KEYED-LINE.
001932     MOVE "N" TO MT-SHOW-SWITCH.
001940     EVALUATE TRUE
001950         WHEN GT-GROUP-ID = SPACES
001960             MOVE "REJECTED - GROUP ID IS BLANK"
001970                 TO MT-RESULT-TEXT
001980             ADD 1 TO MT-CARDS-REJECTED
001990         WHEN GT-ACTION-ADD OR GT-ACTION-CHANGE
001995             OR GT-ACTION-DEACTIVATE
002000             PERFORM 2050-QUEUE-CHANGE THRU 2050-EXIT
002010         WHEN GT-ACTION-APPROVE
002020             PERFORM 2750-APPROVE-CHANGE THRU 2750-EXIT
002030         WHEN GT-ACTION-WITHDRAW
002040             PERFORM 2760-WITHDRAW-CHANGE THRU 2760-EXIT
002050         WHEN OTHER
002060             MOVE "REJECTED - ACTION NOT A, C, D, P OR W"
002070                 TO MT-RESULT-TEXT
002080             ADD 1 TO MT-CARDS-REJECTED
002090     END-EVALUATE.
002110     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002120 2000-EXIT.
002130     EXIT.
002131*
002132******************************************************************
002133*    2050-QUEUE-CHANGE    -  EDITS AN ADD, CHANGE OR DEACTIVATE  *
002134*                            CARD AND HOLDS IT ON THE PENDING-   *
002135*                            CHANGES FILE FOR A SECOND USER TO   *
002136*                            APPROVE.  THE MASTER IS ONLY READ   *
002137*                            HERE, FOR THE BEFORE VALUES.        *
002138******************************************************************
002139 2050-QUEUE-CHANGE.
00213A     IF GT-KEYED-BY = SPACES
00213B         MOVE "REJECTED - KEYED-BY ID IS BLANK"
00213C             TO MT-RESULT-TEXT
00213D         ADD 1 TO MT-CARDS-REJECTED
00213E         GO TO 2050-EXIT
00213F     END-IF.
00213G     IF NOT GT-ACTION-DEACTIVATE
00213H         PERFORM 2400-EDIT-RANGES THRU 2400-EXIT
00213I         IF MT-RESULT-TEXT = SPACES
00213J             PERFORM 2450-EDIT-TOLERANCES THRU 2450-EXIT
00213K         END-IF
00213L         IF MT-RESULT-TEXT = SPACES
00213M             PERFORM 2460-EDIT-INTERVAL THRU 2460-EXIT
00213N         END-IF
00213O         IF MT-RESULT-TEXT = SPACES
00213P             PERFORM 2830-EDIT-NONGOOD THRU 2830-EXIT
00213Q         END-IF
00213R     END-IF.
00213S     IF MT-RESULT-TEXT NOT = SPACES
00213T         ADD 1 TO MT-CARDS-REJECTED
00213U         GO TO 2050-EXIT
00213V     END-IF.
00213W     MOVE GT-GROUP-ID TO GP-GROUP-ID.
00213X     READ PNDFILE.
00213Y     IF MT-PNDFILE-OK
00213Z         MOVE "REJECTED - CHANGE ALREADY PENDING"
002140             TO MT-RESULT-TEXT
002141         ADD 1 TO MT-CARDS-REJECTED
002142         GO TO 2050-EXIT
002143     END-IF.
002144     MOVE GT-GROUP-ID TO GM-GROUP-ID.
002145     PERFORM 2800-SHOW-BEFORE THRU 2800-EXIT.
002146     IF GT-ACTION-ADD AND MT-MASTER-FOUND AND GM-ACTIVE
002147         MOVE "REJECTED - GROUP ALREADY ON MASTER"
002148             TO MT-RESULT-TEXT
002149         ADD 1 TO MT-CARDS-REJECTED
00214A         GO TO 2050-EXIT
00214B     END-IF.
00214C     IF NOT GT-ACTION-ADD AND NOT MT-MASTER-FOUND
00214D         MOVE "REJECTED - GROUP NOT ON MASTER"
00214E             TO MT-RESULT-TEXT
00214F         ADD 1 TO MT-CARDS-REJECTED
00214G         GO TO 2050-EXIT
00214H     END-IF.
00214I     PERFORM 2740-BUILD-PENDING THRU 2740-EXIT.
00214J     WRITE GP-PENDING-RECORD.
00214K     IF NOT MT-PNDFILE-OK
00214L         MOVE "REJECTED - PENDING WRITE FAILED"
00214M             TO MT-RESULT-TEXT
00214N         ADD 1 TO MT-CARDS-REJECTED
00214O         GO TO 2050-EXIT
00214P     END-IF.
00214Q     MOVE "PENDING APPROVAL" TO MT-RESULT-TEXT.
00214R     ADD 1 TO MT-CARDS-QUEUED.
00214S     PERFORM 2810-SHOW-AFTER THRU 2810-EXIT.
00214T 2050-EXIT.
00214U     EXIT.
00214V*
002150******************************************************************
002160*    2100-ADD-GROUP       -  APPLIES AN APPROVED ADD - WRITES    *
002170*                            A NEW MASTER RECORD.  AN ADD FOR A  *
002172*                            DEACTIVATED GROUP IS APPLIED AS A   *
002174*                            REACTIVATION - THE CARD'S FIELDS    *
002176*                            REPLACE THE RECORD AND THE FLAG     *
002179*                            FOR A LIVE GROUP IS REJECTED.       *
002180******************************************************************
002190 2100-ADD-GROUP.
002250     MOVE GP-GROUP-ID TO GM-GROUP-ID.
002260     READ GRPFILE.
002262     IF MT-GRPFILE-OK AND GM-DEACTIVATED
002264         PERFORM 2150-REACTIVATE-GROUP THRU 2150-EXIT
002310         GO TO 2100-EXIT
002320     END-IF.
002330     MOVE SPACES TO GM-GROUP-RECORD.
002340     MOVE GP-GROUP-ID TO GM-GROUP-ID.
002350     MOVE GP-DESCRIPTION TO GM-DESCRIPTION.
002360     MOVE GP-RANGE-LOW TO GM-RANGE-LOW.
002370     MOVE GP-RANGE-HIGH TO GM-RANGE-HIGH.
002380     MOVE GP-DEPARTMENT TO GM-DEPARTMENT.
002382     MOVE GP-EXP-MEAN-LOW TO GM-EXP-MEAN-LOW.
002384     MOVE GP-EXP-MEAN-HIGH TO GM-EXP-MEAN-HIGH.
002386     MOVE GP-MAX-STDDEV TO GM-MAX-STDDEV.
002388     MOVE GP-EXP-INTERVAL TO GM-EXP-INTERVAL.
002389     MOVE GP-MAX-NONGOOD-PCT TO GM-MAX-NONGOOD-PCT.
002390     MOVE "A" TO GM-ACTIVE-FLAG.
002400     WRITE GM-GROUP-RECORD.
002410     IF MT-GRPFILE-OK
002490     EXIT.
002491*
002492******************************************************************
002493*    2150-REACTIVATE-GROUP - APPLIES AN APPROVED ADD OVER A     *
002494*                            DEACTIVATED MASTER RECORD - THE    *
002495*                            PENDING FIELDS REPLACE THE RECORD  *
002496*                            AND THE ACTIVE FLAG GOES BACK ON   *
002497******************************************************************
002498 2150-REACTIVATE-GROUP.
0024X1     MOVE "R" TO MT-HIST-ACTION.
0024X2     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.
002499     MOVE GP-DESCRIPTION TO GM-DESCRIPTION.
00249A     MOVE GP-RANGE-LOW TO GM-RANGE-LOW.
00249B     MOVE GP-RANGE-HIGH TO GM-RANGE-HIGH.
00249C     MOVE GP-DEPARTMENT TO GM-DEPARTMENT.
00249D     MOVE GP-EXP-MEAN-LOW TO GM-EXP-MEAN-LOW.
00249E     MOVE GP-EXP-MEAN-HIGH TO GM-EXP-MEAN-HIGH.
00249F     MOVE GP-MAX-STDDEV TO GM-MAX-STDDEV.
0024Y1     MOVE GP-EXP-INTERVAL TO GM-EXP-INTERVAL.
0024Y2     MOVE GP-MAX-NONGOOD-PCT TO GM-MAX-NONGOOD-PCT.
00249G     MOVE "A" TO GM-ACTIVE-FLAG.
00249H     REWRITE GM-GROUP-RECORD.
00249I     IF MT-GRPFILE-OK
00249Q     EXIT.
002500*
002510******************************************************************
002520*    2200-CHANGE-GROUP    -  APPLIES AN APPROVED CHANGE OVER AN  *
002530*                            EXISTING MASTER RECORD.  THE ACTIVE *
002540*                            FLAG IS LEFT AS IT STANDS - A       *
002550*                            DEACTIVATED GROUP STAYS DEACTIVATED *
002560*                            UNTIL A FRESH ADD IS SUBMITTED.     *
002570******************************************************************
002580 2200-CHANGE-GROUP.
002640     MOVE GP-GROUP-ID TO GM-GROUP-ID.
002650     READ GRPFILE.
002660     IF NOT MT-GRPFILE-OK
002670         MOVE "REJECTED - GROUP NOT ON MASTER"
002710     END-IF.
002712     MOVE "C" TO MT-HIST-ACTION.
002714     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.
002720     MOVE GP-DESCRIPTION TO GM-DESCRIPTION.
002730     MOVE GP-RANGE-LOW TO GM-RANGE-LOW.
002740     MOVE GP-RANGE-HIGH TO GM-RANGE-HIGH.
002750     MOVE GP-DEPARTMENT TO GM-DEPARTMENT.
002752     MOVE GP-EXP-MEAN-LOW TO GM-EXP-MEAN-LOW.
002754     MOVE GP-EXP-MEAN-HIGH TO GM-EXP-MEAN-HIGH.
002756     MOVE GP-MAX-STDDEV TO GM-MAX-STDDEV.
002758     MOVE GP-EXP-INTERVAL TO GM-EXP-INTERVAL.
002759     MOVE GP-MAX-NONGOOD-PCT TO GM-MAX-NONGOOD-PCT.
002760     REWRITE GM-GROUP-RECORD.
002770     IF MT-GRPFILE-OK
002780         MOVE "CHANGED" TO MT-RESULT-TEXT
002850     EXIT.
002860*
002870******************************************************************
002880*    2300-DEACTIVATE-GROUP - APPLIES AN APPROVED DEACTIVATE -    *
002885*                            MARKS AN EXISTING GROUP MASTER      *
002890*                            RECORD DEACTIVATED SO S20734621     *
002900*                            REJECTS ITS READINGS FROM THE NEXT  *
002910*                            RUN ON                              *
002920******************************************************************
002930 2300-DEACTIVATE-GROUP.
002940     MOVE GP-GROUP-ID TO GM-GROUP-ID.
002950     READ GRPFILE.
002960     IF NOT MT-GRPFILE-OK
002970         MOVE "REJECTED - GROUP NOT ON MASTER"
003130*
003140******************************************************************
003150*    2400-EDIT-RANGES     -  SCREENS THE RANGE FIELDS ON AN ADD  *
003160*                            OR CHANGE CARD BEFORE IT IS QUEUED. *
003170*                            LEAVES MT-RESULT-TEXT BLANK WHEN    *
003175*                            THE CARD IS CLEAN.                  *
003180******************************************************************
003190 2400-EDIT-RANGES.
003200     IF GT-RANGE-LOW NOT NUMERIC
00336Y*
003370******************************************************************
003380*    2500-WRITE-LOG       -  ECHOES ONE CARD AND ITS RESULT TO   *
003390*                            THE MAINTENANCE LOG, WITH THE       *
003391*                            BEFORE AND AFTER VALUES OF A QUEUED *
003392*                            OR APPROVED CHANGE AND WHO KEYED,   *
003393*                            APPROVED OR WITHDREW IT             *
003400******************************************************************
003410 2500-WRITE-LOG.
003420     MOVE SPACES TO MT-LOG-LINE.
003450            MT-RESULT-TEXT
003460         DELIMITED BY SIZE INTO MT-LOG-LINE.
003470     WRITE MT-LOG-LINE.
003471     IF MT-SHOW-CHANGE
003472         MOVE SPACES TO MT-LOG-LINE
003473         STRING "           BEFORE: " MT-BEFORE-1
003474             DELIMITED BY SIZE INTO MT-LOG-LINE
003475         WRITE MT-LOG-LINE
003476         IF MT-BEFORE-2 NOT = SPACES
003477             MOVE SPACES TO MT-LOG-LINE
003478             STRING "                   " MT-BEFORE-2
003479                 DELIMITED BY SIZE INTO MT-LOG-LINE
00347A             WRITE MT-LOG-LINE
00347B         END-IF
00347C         MOVE SPACES TO MT-LOG-LINE
00347D         STRING "           AFTER:  " MT-AFTER-1
00347E             DELIMITED BY SIZE INTO MT-LOG-LINE
00347F         WRITE MT-LOG-LINE
00347G         MOVE SPACES TO MT-LOG-LINE
00347H         STRING "                   " MT-AFTER-2
00347I             DELIMITED BY SIZE INTO MT-LOG-LINE
00347J         WRITE MT-LOG-LINE
00347K     END-IF.
00347L     IF MT-KEYED-LINE NOT = SPACES
00347M         MOVE SPACES TO MT-LOG-LINE
00347N         STRING "           " MT-KEYED-LINE
00347O             DELIMITED BY SIZE INTO MT-LOG-LINE
00347P         WRITE MT-LOG-LINE
00347Q     END-IF.
003480 2500-EXIT.
003490     EXIT.
003492*
003496*                            VALUES - TO THE CHANGE HISTORY,     *
003497*                            KEYED ON THE GROUP AND THE          *
003498*                            SUPERSEDE DATE AND TIME, WITH THE   *
003499*                            ACTION, KEYER AND APPROVER IDS.     *
00349A*                            A DUPLICATE KEY (TWO CARDS FOR THE  *
00349B*                            SAME GROUP IN ONE SECOND) BUMPS     *
00349C*                            THE TIME AND RETRIES.  A HISTORY    *
00349M     MOVE MT-HIST-DATE-CCYYMMDD TO GH-SUPERSEDED-DATE.
00349N     MOVE MT-HIST-HHMMSS TO GH-SUPERSEDED-TIME.
00349O     MOVE MT-HIST-ACTION TO GH-ACTION.
00349P     MOVE MT-KEYER-ID TO GH-CHANGED-BY.
00349Q     MOVE GM-DESCRIPTION TO GH-DESCRIPTION.
00349R     MOVE GM-RANGE-LOW TO GH-RANGE-LOW.
00349S     MOVE GM-RANGE-HIGH TO GH-RANGE-HIGH.
0034Y3     ELSE
0034Y4         MOVE 0 TO GH-EXP-INTERVAL
0034Y5     END-IF.
0034Y6     MOVE MT-APPROVER-ID TO GH-APPROVED-BY.
0034Y7     IF GM-MAX-NONGOOD-PCT NUMERIC
0034Y8         MOVE GM-MAX-NONGOOD-PCT TO GH-MAX-NONGOOD-PCT
0034Y9     ELSE
0034YA         MOVE 0 TO GH-MAX-NONGOOD-PCT
0034YB     END-IF.
00349Y     MOVE "N" TO MT-HIST-DONE-SWITCH.
00349Z     MOVE 0 TO MT-HIST-TRIES.
0034A0     PERFORM 2710-TRY-HISTORY-WRITE THRU 2710-EXIT
0034AR     END-IF.
0034AS 2710-EXIT.
0034AT     EXIT.
0034AU*
0034AV******************************************************************
0034AW*    2740-BUILD-PENDING   -  BUILDS THE PENDING RECORD FROM      *
0034AX*                            THE CARD - THE EDITED VALUES FOR AN *
0034AY*                            ADD OR CHANGE, THE MASTER AS IT     *
0034AZ*                            STANDS FOR A DEACTIVATE - STAMPED   *
0034B0*                            WITH THE KEYER AND THE DATE AND TIME*
0034B1******************************************************************
0034B2 2740-BUILD-PENDING.
0034B3     MOVE SPACES TO GP-PENDING-RECORD.
0034B4     MOVE GT-GROUP-ID TO GP-GROUP-ID.
0034B5     MOVE GT-ACTION-CODE TO GP-ACTION.
0034B6     IF GT-ACTION-DEACTIVATE
0034B7         MOVE GM-DESCRIPTION TO GP-DESCRIPTION
0034B8         MOVE GM-RANGE-LOW TO GP-RANGE-LOW
0034B9         MOVE GM-RANGE-HIGH TO GP-RANGE-HIGH
0034BA         MOVE GM-DEPARTMENT TO GP-DEPARTMENT
0034BB         MOVE GM-EXP-MEAN-LOW TO GP-EXP-MEAN-LOW
0034BC         MOVE GM-EXP-MEAN-HIGH TO GP-EXP-MEAN-HIGH
0034BD         MOVE GM-MAX-STDDEV TO GP-MAX-STDDEV
0034BE         MOVE MT-SH-EXP-INTERVAL TO GP-EXP-INTERVAL
0034BF         MOVE MT-SH-MAX-NONGOOD-PCT TO GP-MAX-NONGOOD-PCT
0034BG     ELSE
0034BH         MOVE GT-DESCRIPTION TO GP-DESCRIPTION
0034BI         MOVE GT-RANGE-LOW TO GP-RANGE-LOW
0034BJ         MOVE GT-RANGE-HIGH TO GP-RANGE-HIGH
0034BK         MOVE GT-DEPARTMENT TO GP-DEPARTMENT
0034BL         MOVE MT-EXP-MEAN-LOW TO GP-EXP-MEAN-LOW
0034BM         MOVE MT-EXP-MEAN-HIGH TO GP-EXP-MEAN-HIGH
0034BN         MOVE MT-MAX-STDDEV TO GP-MAX-STDDEV
0034BO         MOVE MT-EXP-INTERVAL TO GP-EXP-INTERVAL
0034BP         MOVE MT-MAX-NONGOOD-PCT TO GP-MAX-NONGOOD-PCT
0034BQ     END-IF.
0034BR     MOVE GT-KEYED-BY TO GP-KEYED-BY.
0034BS     MOVE MT-HIST-DATE-CCYYMMDD TO GP-KEYED-DATE.
0034BT     ACCEPT MT-HIST-TIME FROM TIME.
0034BU     MOVE MT-HIST-HHMMSS TO GP-KEYED-TIME.
0034BV 2740-EXIT.
0034BW     EXIT.
0034BX*
0034BY******************************************************************
0034BZ*    2750-APPROVE-CHANGE  -  APPLIES THE GROUP'S PENDING CHANGE  *
0034C0*                            TO THE MASTER WHEN THE APPROVE CARD *
0034C1*                            COMES FROM A USER ID OTHER THAN THE *
0034C2*                            KEYER'S.  ONCE TRIED, THE PENDING   *
0034C3*                            CHANGE IS DROPPED WHETHER IT APPLIED*
0034C4*                            OR NOT - A CHANGE THE MASTER HAS    *
0034C5*                            MOVED PAST MUST BE KEYED AGAIN.     *
0034C6******************************************************************
0034C7 2750-APPROVE-CHANGE.
0034C8     MOVE GT-GROUP-ID TO GP-GROUP-ID.
0034C9     READ PNDFILE.
0034CA     IF NOT MT-PNDFILE-OK
0034CB         MOVE "REJECTED - NO CHANGE PENDING" TO MT-RESULT-TEXT
0034CC         ADD 1 TO MT-CARDS-REJECTED
0034CD         GO TO 2750-EXIT
0034CE     END-IF.
0034CF     IF GT-KEYED-BY = SPACES
0034CG         MOVE "REJECTED - APPROVER ID IS BLANK"
0034CH             TO MT-RESULT-TEXT
0034CI         ADD 1 TO MT-CARDS-REJECTED
0034CJ         GO TO 2750-EXIT
0034CK     END-IF.
0034CL     IF GT-KEYED-BY = GP-KEYED-BY
0034CM         MOVE "REJECTED - APPROVER SAME AS KEYER"
0034CN             TO MT-RESULT-TEXT
0034CO         ADD 1 TO MT-CARDS-REJECTED
0034CP         GO TO 2750-EXIT
0034CQ     END-IF.
0034CR     MOVE GP-KEYED-BY TO MT-KEYER-ID.
0034CS     MOVE GT-KEYED-BY TO MT-APPROVER-ID.
0034CT     MOVE GP-GROUP-ID TO GM-GROUP-ID.
0034CU     PERFORM 2800-SHOW-BEFORE THRU 2800-EXIT.
0034CV     PERFORM 2810-SHOW-AFTER THRU 2810-EXIT.
0034CW     EVALUATE TRUE
0034CX         WHEN GP-ACTION-ADD
0034CY             PERFORM 2100-ADD-GROUP THRU 2100-EXIT
0034CZ         WHEN GP-ACTION-CHANGE
0034D0             PERFORM 2200-CHANGE-GROUP THRU 2200-EXIT
0034D1         WHEN OTHER
0034D2             PERFORM 2300-DEACTIVATE-GROUP THRU 2300-EXIT
0034D3     END-EVALUATE.
0034D4     PERFORM 2770-DELETE-PENDING THRU 2770-EXIT.
0034D5     MOVE SPACES TO MT-KEYED-LINE.
0034D6     STRING "KEYED BY " MT-KEYER-ID " ON " GP-KEYED-DATE
0034D7            ", APPROVED BY " MT-APPROVER-ID
0034D8         DELIMITED BY SIZE INTO MT-KEYED-LINE.
0034D9 2750-EXIT.
0034DA     EXIT.
0034DB*
0034DC******************************************************************
0034DD*    2760-WITHDRAW-CHANGE -  DROPS THE GROUP'S PENDING CHANGE    *
0034DE*                            UNAPPLIED, ON A WITHDRAW CARD       *
0034DF******************************************************************
0034DG 2760-WITHDRAW-CHANGE.
0034DH     MOVE GT-GROUP-ID TO GP-GROUP-ID.
0034DI     READ PNDFILE.
0034DJ     IF NOT MT-PNDFILE-OK
0034DK         MOVE "REJECTED - NO CHANGE PENDING" TO MT-RESULT-TEXT
0034DL         ADD 1 TO MT-CARDS-REJECTED
0034DM         GO TO 2760-EXIT
0034DN     END-IF.
0034DO     IF GT-KEYED-BY = SPACES
0034DP         MOVE "REJECTED - KEYED-BY ID IS BLANK"
0034DQ             TO MT-RESULT-TEXT
0034DR         ADD 1 TO MT-CARDS-REJECTED
0034DS         GO TO 2760-EXIT
0034DT     END-IF.
0034DU     PERFORM 2770-DELETE-PENDING THRU 2770-EXIT.
0034DV     MOVE "WITHDRAWN" TO MT-RESULT-TEXT.
0034DW     ADD 1 TO MT-CARDS-WITHDRAWN.
0034DX     MOVE SPACES TO MT-KEYED-LINE.
0034DY     STRING "KEYED BY " GP-KEYED-BY " ON " GP-KEYED-DATE
0034DZ            ", WITHDRAWN BY " GT-KEYED-BY
0034E0         DELIMITED BY SIZE INTO MT-KEYED-LINE.
0034E1 2760-EXIT.
0034E2     EXIT.
0034E3*
0034E4******************************************************************
0034E5*    2770-DELETE-PENDING  -  DELETES THE PENDING CHANGE JUST     *
0034E6*                            READ.  A FAILURE ABENDS THE STEP - A*
0034E7*                            CHANGE LEFT BEHIND COULD BE APPROVED*
0034E8*                            TWICE.                              *
0034E9******************************************************************
0034EA 2770-DELETE-PENDING.
0034EB     DELETE PNDFILE.
0034EC     IF NOT MT-PNDFILE-OK
0034ED         DISPLAY "GRPMAINT - PNDFILE DELETE FAILED, STATUS="
0034EE             MT-PNDFILE-STATUS
0034EF         MOVE 16 TO RETURN-CODE
0034EG         STOP RUN
0034EH     END-IF.
0034EI 2770-EXIT.
0034EJ     EXIT.
0034EK*
0034EL******************************************************************
0034EM*    2800-SHOW-BEFORE     -  READS THE MASTER FOR THE GROUP IN   *
0034EN*                            GM-GROUP-ID AND FORMATS ITS VALUES  *
0034EO*                            AS THE BEFORE LINES OF THE LOG      *
0034EP******************************************************************
0034EQ 2800-SHOW-BEFORE.
0034ER     MOVE "N" TO MT-MASTER-SWITCH.
0034ES     MOVE SPACES TO MT-BEFORE-1.
0034ET     MOVE SPACES TO MT-BEFORE-2.
0034EU     MOVE 0 TO MT-SH-EXP-INTERVAL.
0034EV     MOVE 0 TO MT-SH-MAX-NONGOOD-PCT.
0034EW     READ GRPFILE.
0034EX     IF NOT MT-GRPFILE-OK
0034EY         MOVE "NOT ON MASTER" TO MT-BEFORE-1
0034EZ         GO TO 2800-EXIT
0034F0     END-IF.
0034F1     SET MT-MASTER-FOUND TO TRUE.
0034F2     MOVE GM-DESCRIPTION TO MT-SH-DESCRIPTION.
0034F3     MOVE GM-DEPARTMENT TO MT-SH-DEPARTMENT.
0034F4     MOVE GM-RANGE-LOW TO MT-SH-RANGE-LOW.
0034F5     MOVE GM-RANGE-HIGH TO MT-SH-RANGE-HIGH.
0034F6     MOVE GM-EXP-MEAN-LOW TO MT-SH-EXP-MEAN-LOW.
0034F7     MOVE GM-EXP-MEAN-HIGH TO MT-SH-EXP-MEAN-HIGH.
0034F8     MOVE GM-MAX-STDDEV TO MT-SH-MAX-STDDEV.
0034F9     IF GM-EXP-INTERVAL NUMERIC
0034FA         MOVE GM-EXP-INTERVAL TO MT-SH-EXP-INTERVAL
0034FB     END-IF.
0034FC     IF GM-MAX-NONGOOD-PCT NUMERIC
0034FD         MOVE GM-MAX-NONGOOD-PCT TO MT-SH-MAX-NONGOOD-PCT
0034FE     END-IF.
0034FF     IF GM-DEACTIVATED
0034FG         MOVE "DEACTIVATED" TO MT-SH-STATUS
0034FH     ELSE
0034FI         MOVE "ACTIVE" TO MT-SH-STATUS
0034FJ     END-IF.
0034FK     PERFORM 2820-FORMAT-SHOW THRU 2820-EXIT.
0034FL     MOVE MT-SHOW-1 TO MT-BEFORE-1.
0034FM     MOVE MT-SHOW-2 TO MT-BEFORE-2.
0034FN 2800-EXIT.
0034FO     EXIT.
0034FP*
0034FQ******************************************************************
0034FR*    2810-SHOW-AFTER      -  FORMATS THE PENDING CHANGE AS THE   *
0034FS*                            AFTER LINES OF THE LOG.  A CHANGE   *
0034FT*                            LEAVES THE ACTIVE FLAG AS IT STANDS *
0034FU******************************************************************
0034FV 2810-SHOW-AFTER.
0034FW     MOVE GP-DESCRIPTION TO MT-SH-DESCRIPTION.
0034FX     MOVE GP-DEPARTMENT TO MT-SH-DEPARTMENT.
0034FY     MOVE GP-RANGE-LOW TO MT-SH-RANGE-LOW.
0034FZ     MOVE GP-RANGE-HIGH TO MT-SH-RANGE-HIGH.
0034G0     MOVE GP-EXP-MEAN-LOW TO MT-SH-EXP-MEAN-LOW.
0034G1     MOVE GP-EXP-MEAN-HIGH TO MT-SH-EXP-MEAN-HIGH.
0034G2     MOVE GP-MAX-STDDEV TO MT-SH-MAX-STDDEV.
0034G3     MOVE GP-EXP-INTERVAL TO MT-SH-EXP-INTERVAL.
0034G4     MOVE GP-MAX-NONGOOD-PCT TO MT-SH-MAX-NONGOOD-PCT.
0034G5     EVALUATE TRUE
0034G6         WHEN GP-ACTION-DEACTIVATE
0034G7             MOVE "DEACTIVATED" TO MT-SH-STATUS
0034G8         WHEN GP-ACTION-CHANGE AND MT-MASTER-FOUND
0034G9                 AND GM-DEACTIVATED
0034GA             MOVE "DEACTIVATED" TO MT-SH-STATUS
0034GB         WHEN OTHER
0034GC             MOVE "ACTIVE" TO MT-SH-STATUS
0034GD     END-EVALUATE.
0034GE     PERFORM 2820-FORMAT-SHOW THRU 2820-EXIT.
0034GF     MOVE MT-SHOW-1 TO MT-AFTER-1.
0034GG     MOVE MT-SHOW-2 TO MT-AFTER-2.
0034GH     SET MT-SHOW-CHANGE TO TRUE.
0034GI 2810-EXIT.
0034GJ     EXIT.
0034GK*
0034GL******************************************************************
0034GM*    2820-FORMAT-SHOW     -  EDITS MT-SHOW-FIELDS ONTO THE TWO   *
0034GN*                            LOG LINES MT-SHOW-1 AND MT-SHOW-2   *
0034GO******************************************************************
0034GP 2820-FORMAT-SHOW.
0034GQ     MOVE MT-SH-RANGE-LOW TO MT-ED-LOW.
0034GR     MOVE MT-SH-RANGE-HIGH TO MT-ED-HIGH.
0034GS     MOVE MT-SH-EXP-MEAN-LOW TO MT-ED-EML.
0034GT     MOVE MT-SH-EXP-MEAN-HIGH TO MT-ED-EMH.
0034GU     MOVE MT-SH-MAX-STDDEV TO MT-ED-MSD.
0034GV     MOVE MT-SH-EXP-INTERVAL TO MT-ED-INT.
0034GW     MOVE MT-SH-MAX-NONGOOD-PCT TO MT-ED-NGP.
0034GX     MOVE SPACES TO MT-SHOW-1.
0034GY     STRING "DESC=" MT-SH-DESCRIPTION
0034GZ            " DEPT=" MT-SH-DEPARTMENT
0034H0            " STATUS=" MT-SH-STATUS
0034H1            " MAXNONGOOD%=" MT-ED-NGP
0034H2         DELIMITED BY SIZE INTO MT-SHOW-1.
0034H3     MOVE SPACES TO MT-SHOW-2.
0034H4     STRING "RANGE=" MT-ED-LOW " TO " MT-ED-HIGH
0034H5            " MEAN=" MT-ED-EML " TO " MT-ED-EMH
0034H6            " MAXSD=" MT-ED-MSD " INT=" MT-ED-INT
0034H7         DELIMITED BY SIZE INTO MT-SHOW-2.
0034H8 2820-EXIT.
0034H9     EXIT.
0034HA*
0034HB******************************************************************
0034HC*    2830-EDIT-NONGOOD    -  SCREENS THE NON-GOOD READING LIMIT  *
0034HD*                            ON AN ADD OR CHANGE CARD - A WHOLE  *
0034HE*                            PERCENT NOT OVER 100.  BLANK MEANS  *
0034HF*                            NO LIMIT AND GOES TO THE MASTER AS  *
0034HG*                            ZERO.                               *
0034HH******************************************************************
0034HI 2830-EDIT-NONGOOD.
0034HJ     MOVE 0 TO MT-MAX-NONGOOD-PCT.
0034HK     IF GT-MAX-NONGOOD-PCT-X = SPACES
0034HL         GO TO 2830-EXIT
0034HM     END-IF.
0034HN     IF GT-MAX-NONGOOD-PCT NOT NUMERIC
0034HO         MOVE "REJECTED - NONGOOD PCT NOT NUMERIC"
0034HP             TO MT-RESULT-TEXT
0034HQ         GO TO 2830-EXIT
0034HR     END-IF.
0034HS     IF GT-MAX-NONGOOD-PCT > 100
0034HT         MOVE "REJECTED - NONGOOD PCT OVER 100"
0034HU             TO MT-RESULT-TEXT
0034HV         GO TO 2830-EXIT
0034HW     END-IF.
0034HX     MOVE GT-MAX-NONGOOD-PCT TO MT-MAX-NONGOOD-PCT.
0034HY 2830-EXIT.
0034HZ     EXIT.
003500*
003510******************************************************************
003520*    3000-FINALIZE        -  LISTS THE CHANGES STILL AWAITING    *
003525*                            APPROVAL, WRITES THE CARD COUNTS TO *
003527*                            THE LOG, CLOSES THE FILES AND SETS  *
003530*                            A RETURN CODE OF 4 WHEN ANY CARD    *
003540*                            WAS REJECTED OR ANY PENDING CHANGE  *
003550*                            EXPIRED SO THE SCHEDULER CAN FLAG   *
003560*                            THE RUN FOR DATA CONTROL            *
003570******************************************************************
003580 3000-FINALIZE.
003585     PERFORM 3100-LIST-WAITING THRU 3100-EXIT.
003590     MOVE MT-CARDS-READ TO MT-ED-COUNT.
003600     MOVE SPACES TO MT-LOG-LINE.
003610     STRING "CARDS READ:     " MT-ED-COUNT
003710     STRING "CARDS REJECTED: " MT-ED-COUNT
003720         DELIMITED BY SIZE INTO MT-LOG-LINE.
003730     WRITE MT-LOG-LINE.
003731     MOVE MT-CARDS-QUEUED TO MT-ED-COUNT.
003732     MOVE SPACES TO MT-LOG-LINE.
003733     STRING "CARDS QUEUED:   " MT-ED-COUNT
003734         DELIMITED BY SIZE INTO MT-LOG-LINE.
003735     WRITE MT-LOG-LINE.
003736     MOVE MT-CARDS-WITHDRAWN TO MT-ED-COUNT.
003737     MOVE SPACES TO MT-LOG-LINE.
003738     STRING "CARDS WITHDRAWN:" MT-ED-COUNT
003739         DELIMITED BY SIZE INTO MT-LOG-LINE.
00373A     WRITE MT-LOG-LINE.
00373B     MOVE MT-PENDING-EXPIRED TO MT-ED-COUNT.
00373C     MOVE SPACES TO MT-LOG-LINE.
00373D     STRING "CHANGES EXPIRED:" MT-ED-COUNT
00373E         DELIMITED BY SIZE INTO MT-LOG-LINE.
00373F     WRITE MT-LOG-LINE.
00373G     MOVE MT-PENDING-WAITING TO MT-ED-COUNT.
00373H     MOVE SPACES TO MT-LOG-LINE.
00373I     STRING "CHANGES WAITING:" MT-ED-COUNT
00373J         DELIMITED BY SIZE INTO MT-LOG-LINE.
00373K     WRITE MT-LOG-LINE.
003740     CLOSE TRNFILE.
003750     CLOSE GRPFILE.
003755     CLOSE GRPHIST.
003757     CLOSE PNDFILE.
003760     CLOSE MNTRPT.
003770     IF MT-CARDS-REJECTED > 0 OR MT-PENDING-EXPIRED > 0
003780         MOVE 4 TO RETURN-CODE
003790     END-IF.
003800 3000-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*    3100-LIST-WAITING    -  LISTS THE CHANGES STILL WAITING FOR *
003850*                            APPROVAL AT THE END OF THE RUN, WITH*
003860*                            THEIR AGE, SO DATA CONTROL CAN CHASE*
003870*                            THE SECOND SIGNATURE BEFORE EXPIRY  *
003880******************************************************************
003890 3100-LIST-WAITING.
003900     MOVE SPACES TO MT-LOG-LINE.
003910     WRITE MT-LOG-LINE.
003920     MOVE "CHANGES AWAITING APPROVAL" TO MT-LOG-LINE.
003930     WRITE MT-LOG-LINE.
003940     MOVE "N" TO MT-PND-EOF-SWITCH.
003950     MOVE LOW-VALUES TO GP-GROUP-ID.
003960     START PNDFILE KEY NOT < GP-GROUP-ID.
003970     IF NOT MT-PNDFILE-OK
003980         SET MT-END-OF-PENDING TO TRUE
003990     END-IF.
004000     PERFORM 3110-LIST-ONE-WAITING THRU 3110-EXIT
004010         UNTIL MT-END-OF-PENDING.
004020     IF MT-PENDING-WAITING = 0
004030         MOVE "  NONE" TO MT-LOG-LINE
004040         WRITE MT-LOG-LINE
004050     END-IF.
004060     MOVE SPACES TO MT-LOG-LINE.
004070     WRITE MT-LOG-LINE.
004080 3100-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    3110-LIST-ONE-WAITING - READS AND LISTS ONE PENDING CHANGE  *
004130******************************************************************
004140 3110-LIST-ONE-WAITING.
004150     READ PNDFILE NEXT.
004160     IF NOT MT-PNDFILE-OK
004170         SET MT-END-OF-PENDING TO TRUE
004180         GO TO 3110-EXIT
004190     END-IF.
004200     ADD 1 TO MT-PENDING-WAITING.
004210     MOVE GP-KEYED-DATE TO MT-WORK-DATE.
004220     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004230     COMPUTE MT-PND-AGE = MT-TODAY-DAYS - MT-WORK-DAYS.
004240     MOVE MT-PND-AGE TO MT-ED-COUNT.
004250     MOVE SPACES TO MT-LOG-LINE.
004260     STRING GP-ACTION "   " GP-GROUP-ID
004270            "  AWAITING APPROVAL - KEYED BY " GP-KEYED-BY
004280            " ON " GP-KEYED-DATE ", " MT-ED-COUNT " DAYS OLD"
004290         DELIMITED BY SIZE INTO MT-LOG-LINE.
004300     WRITE MT-LOG-LINE.
004310 3110-EXIT.
004320     EXIT.
004330*
004340******************************************************************
004350*    8000-DATE-TO-DAYS    -  TURNS A CCYYMMDD DATE INTO THE      *
004360*                            COARSE MONOTONIC DAY NUMBER.  A     *
004370*                            ZERO OR MALFORMED DATE COMES BACK   *
004380*                            AS DAY ZERO.                        *
004390******************************************************************
004400 8000-DATE-TO-DAYS.
004410     IF MT-WORK-MM < 1 OR MT-WORK-MM > 12
004420         MOVE 0 TO MT-WORK-DAYS
004430         GO TO 8000-EXIT
004440     END-IF.
004450     COMPUTE MT-WORK-DAYS =
004460         (MT-WORK-YYYY * 365)
004470         + (MT-WORK-YYYY / 4)
004480         + MT-MONTH-OFFSET(MT-WORK-MM)
004490         + MT-WORK-DD.
004500 8000-EXIT.
004510     EXIT.
