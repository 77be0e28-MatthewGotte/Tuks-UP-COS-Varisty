0010F5*                SCHEDULE EXCMERGE JOB SEES EVERY RUN'S BREACHES   *
0010F6*                FOR THE DAY, NOT JUST THE LAST RUN'S, AND         *
0010F7*                FILTERS THE SECTIONS BY THEIR RUN DATE.           *
0010G0* 15/10/2026 MVM  HISTORY RECORDS NOW CARRY THE RUN NUMBER THAT  *
0010G1*                WROTE THEM (HS-RUN-NUMBER).  WHEN A RERUN OR A  *
0010G2*                MERGE CORRECTION REPLACES A RECORD AN EARLIER   *
0010G3*                RUN WROTE, 3085-SAVE-PRIOR-IMAGE KEEPS THE      *
0010G4*                SUPERSEDED RECORD ON HSTPRIOR (HPRECCPY) SO     *
0010G5*                RUNBKOUT CAN PUT IT BACK WHEN THE RUN IS BACKED *
0010G6*                OUT.  THE FINGERPRINT GATE NOW RELEASES A FILE  *
0010G7*                WHOSE RUN WAS BACKED OUT - THE AUDIT BACKOUT    *
0010G8*                LINE CARRIES THE SAME FINGERPRINT - AND A MERGE *
0010G9*                INTO A REVERSED RUN IS REFUSED.                 *
0010H0* 15/10/2026 MVM  EVERY ACCEPTED READING IS NOW WRITTEN TO A NEW *
0010H1*                DATED GENERATION OF THE READING ARCHIVE         *
0010H2*                (RDGARCH, RARECCPY) WITH ITS GROUP, CAPTURE     *
0010H3*                TIMESTAMP, VALUE, RUN NUMBER AND THE RUN ITS    *
0010H4*                STATISTICS BELONG TO.  A MERGE CORRECTION RUN   *
0010H5*                NOW READS THE REPAIRED RUN'S ARCHIVED READINGS  *
0010H6*                BACK (ARCHIN, 1415-LOAD-ARCHIVED) AND SORTS     *
0010H7*                THEM WITH THE REPAIRED ONES, SO THE REPORT, CSV *
0010H8*                LINE AND HISTORY RECORD CARRY A TRUE MEDIAN AND *
0010H9*                P10/P90/P95 INSTEAD OF THE ORIGINAL MEDIAN AND  *
0010HA*                EMPTY PERCENTILES.  THE STORED-FIGURE COMBINE   *
0010HB*                IN 1410-MERGE-ORIGINAL IS KEPT FOR A GROUP      *
0010HC*                WHOSE ARCHIVED COUNT DOES NOT AGREE WITH ITS    *
0010HD*                HISTORY RECORD.  HISTORY RECORDS NOW CARRY THE  *
0010HE*                PERCENTILES (HS-P10/P90/P95), WHICH WIDENED     *
0010HF*                HSRECCPY TO 111 BYTES.                          *
0010I0* 15/10/2026 MVM  ADDED CALFILE, THE CALIBRATION MASTER          *
0010I1*                (CMRECCPY, MAINTAINED BY CALMAINT).             *
0010I2*                1160-VALIDATE-RECORD NOW CALIBRATES EACH        *
0010I3*                NUMERIC READING WITH THE OFFSET AND SCALE IN    *
0010I4*                FORCE ON ITS CAPTURE DATE                       *
0010I5*                (1176-PICK-CALIBRATION, 1177-APPLY-CALIBRATION) *
0010I6*                BEFORE THE RANGE CHECK, AND THE STATISTICS,     *
0010I7*                GRPWORK AND ARCHIVE CARRY THE CALIBRATED VALUE. *
0010I8*                A GROUP WITH NO CALIBRATION IS TAKEN AS READ.   *
0010I9*                THE ARCHIVE RECORD KEEPS THE RAW VALUE          *
0010IA*                (RA-RAW-VALUE) AND THE HISTORY RECORD THE RAW   *
0010IB*                MEAN (HS-RAW-MEAN); THE SECOND SUBTOTAL LINE    *
0010IC*                NOW SHOWS THE RAW AND CALIBRATED MEANS.  A      *
0010ID*                GROUP WITH READINGS CAPTURED AFTER ITS          *
0010IE*                CALIBRATION FELL DUE IS LISTED ON EXCFILE       *
0010IF*                (1435-CHECK-CALIBRATION) AND SETS RETURN CODE   *
0010IG*                4.  REJFILE STILL CARRIES THE RAW VALUE.        *
0010J0* 15/10/2026 MVM  ADDED THE REDUNDANT-SENSOR PAIR CHECK.         *
0010J1*                PAIRFILE (PRRECCPY) DECLARES PAIRS OF GROUPS    *
0010J2*                WITH AN ALLOWED MEAN DIFFERENCE, A MAXIMUM      *
0010J3*                SINGLE-READING DIFFERENCE AND A MINIMUM MATCHED *
0010J4*                COUNT; 1046-LOAD-PAIRS READS IT AT START. AT    *
0010J5*                THE BREAK OF A PAIRED GROUP ITS READINGS ARE    *
0010J6*                HELD ON PAIRHLD (PHRECCPY) AND, ONCE BOTH       *
0010J7*                GROUPS OF A PAIR ARE HELD, 1446-MATCH-PAIR      *
0010J8*                SORTS THEM ON CAPTURE TIMESTAMP (PAIRSRT),      *
0010J9*                MATCHES EQUAL TIMESTAMPS AND PRINTS THE PAIRED  *
0010JA*                COUNT, MEAN AND LARGEST DIFFERENCE AND          *
0010JB*                CORRELATION UNDER THE SECOND GROUP. A PAIR      *
0010JC*                OUTSIDE ITS ALLOWANCE, OR WITH TOO FEW MATCHED  *
0010JD*                READINGS - INCLUDING ONE WHOSE OTHER GROUP      *
0010JE*                NEVER ARRIVED (1460-FLUSH-PAIRS) - IS LISTED ON *
0010JF*                EXCFILE AND SETS RETURN CODE 4. WITHOUT A       *
0010JG*                PAIRFILE THE CHECK IS SKIPPED, AS IT IS ON A    *
0010JH*                MERGE CORRECTION RUN.                           *
0010K0* 15/10/2026 MVM  THE AUDIT LINE NOW CARRIES THE RUN'S START AND *
0010K1*                END DATE AND TIME, ELAPSED SECONDS AND RECORDS  *
0010K2*                PER SECOND (ADRECCPY, NOW 185 BYTES). THE START *
0010K3*                IS TAKEN IN 1045-SET-RUN-DATE AND THE END IN    *
0010K4*                NEW 3210-SET-RUN-TIMING; A RUN PAST MIDNIGHT    *
0010K5*                COUNTS ONE DAY. READ BY THE NEW SLARPT FOR LATE *
0010K6*                ARRIVALS, MISSED DEADLINES AND THE ELAPSED-TIME *
0010K7*                TREND.                                          *
0010L0* 15/10/2026 MVM  REJFILE (RJRECCPY) AND THE OUTSTANDING REJECTS *
0010L1*                MASTER (ORRECCPY) NOW CARRY THE SOURCE SYSTEM   *
0010L2*                OFF THE H HEADER.  THE AUDIT LINE (ADRECCPY,    *
0010L3*                NOW 190 BYTES) CARRIES THE RUN OUTCOME -        *
0010L4*                COMPLETE, OUT OF BALANCE OR A DUPLICATE FILE    *
0010L5*                REFUSED - AND THE RUN'S COVERAGE GAP COUNT,     *
0010L6*                WHICH ALSO RIDES THE CHECKPOINT.  A FILE        *
0010L7*                REFUSED BY THE FINGERPRINT GATE NOW WRITES ITS  *
0010L8*                AUDIT LINE TOO, AND SUCH LINES ARE PASSED OVER  *
0010L9*                BY THE GATE ITSELF.  ALL READ BY THE NEW        *
0010LA*                SRCSCORE MONTHLY SOURCE SCORECARD.              *
0010M0* 15/10/2026 MVM  DETAIL RECORDS NOW CARRY THE HISTORIAN'S       *
0010M1*                QUALITY CODE (INRECCPY).  ONLY GOOD AND MANUAL  *
0010M2*                READINGS GO INTO THE STATISTICS AND THE         *
0010M3*                ARCHIVE; ESTIMATED AND SUSPECT READINGS ARE     *
0010M4*                COUNTED ON THE SUBTOTAL LINE, THE GROUP'S CSV   *
0010M5*                LINE AND THE HISTORY RECORD (HSRECCPY, NOW 126  *
0010M6*                BYTES).  ESTIMATED READINGS ARE KEPT OFF        *
0010M7*                GRPWORK SO THE COVERAGE SCAN SEES THEM AS       *
0010M8*                MISSING.  A GROUP WHOSE SHARE OF NON-GOOD       *
0010M9*                READINGS PASSES ITS GROUP MASTER LIMIT IS       *
0010MA*                LISTED ON EXCFILE BY NEW 1437-CHECK-QUALITY AND *
0010MB*                SETS RETURN CODE 4.  THE CODE RIDES REJFILE AND *
0010MC*                THE REJECTS MASTER FOR REJREPAR.                *
0010MD* 15/10/2026 MVM  HSTPRIOR IS NOW OPENED ONCE AT INITIALIZATION  *
0010ME*                AND A FAILED PRIOR-IMAGE WRITE IN               *
0010MF*                3085-SAVE-PRIOR-IMAGE ENDS THE STEP WITH RETURN *
0010MG*                CODE 16 BEFORE THE HISTORY RECORD IS REPLACED.  *
0010MH* 15/10/2026 MVM  A MERGE RUN NOW SORTS THE REPAIRED RUN'S       *
0010MI*                ARCHIVED READINGS ON CAPTURE DATE, TIME AND RUN *
0010MJ*                (ARCSRT) AND TAKES A READING ARCHIVED BOTH BY A *
0010MK*                FAILED RUN AND BY ITS RESTART ONCE.             *
001096 IDENTIFICATION DIVISION.
001098 PROGRAM-ID.     S20734621.
001100 AUTHOR.         M. VAN DER MERWE.
00145S         ACCESS MODE IS DYNAMIC
00145T         RECORD KEY IS GH-HISTORY-KEY
00145U         FILE STATUS IS SD-GRPHIST-STATUS.
0014K0     SELECT CALFILE ASSIGN TO "CALFILE"
0014K1         ORGANIZATION IS INDEXED
0014K2         ACCESS MODE IS DYNAMIC
0014K3         RECORD KEY IS CM-CALIB-KEY
0014K4         FILE STATUS IS SD-CALFILE-STATUS.
0014P0     SELECT PAIRFILE ASSIGN TO "PAIRFILE"
0014P1         ORGANIZATION IS SEQUENTIAL
0014P2         FILE STATUS IS SD-PAIRFILE-STATUS.
0014P3     SELECT PAIRHLD ASSIGN TO "PAIRHLD"
0014P4         ORGANIZATION IS SEQUENTIAL
0014P5         FILE STATUS IS SD-PAIRHLD-STATUS.
0014P6     SELECT PAIRSRT ASSIGN TO "PAIRSRT".
0014P7     SELECT ARCSRT ASSIGN TO "ARCSRT".
001457     SELECT HISTFILE ASSIGN TO "HISTFILE"
001458         ORGANIZATION IS INDEXED
001459         ACCESS MODE IS RANDOM
00145A         RECORD KEY IS HS-HISTORY-KEY
00145B         FILE STATUS IS SD-HISTFILE-STATUS.
0014F1     SELECT HSTPRIOR ASSIGN TO "HSTPRIOR"
0014F2         ORGANIZATION IS INDEXED
0014F3         ACCESS MODE IS RANDOM
0014F4         RECORD KEY IS HP-PRIOR-KEY
0014F5         FILE STATUS IS SD-HSTPRIOR-STATUS.
00145C     SELECT RUNFILE ASSIGN TO "RUNFILE"
00145D         ORGANIZATION IS INDEXED
00145E         ACCESS MODE IS DYNAMIC
00145M         ORGANIZATION IS SEQUENTIAL
00145N         ACCESS MODE IS SEQUENTIAL
00145O         FILE STATUS IS SD-GRPWORK-STATUS.
0014G1     SELECT RDGARCH ASSIGN TO "RDGARCH"
0014G2         ORGANIZATION IS SEQUENTIAL
0014G3         ACCESS MODE IS SEQUENTIAL
0014G4         FILE STATUS IS SD-RDGARCH-STATUS.
0014G5     SELECT ARCHIN ASSIGN TO "ARCHIN"
0014G6         ORGANIZATION IS SEQUENTIAL
0014G7         ACCESS MODE IS SEQUENTIAL
0014G8         FILE STATUS IS SD-ARCHIN-STATUS.
00145P     SELECT SRTFILE ASSIGN TO "SRTFILE".
001460*
001470 DATA DIVISION.
0017A2     LABEL RECORDS ARE STANDARD.
0017A3 COPY GHRECCPY.
0017A4*
0017K0 FD  CALFILE
0017K1     LABEL RECORDS ARE STANDARD.
0017K2 COPY CMRECCPY.
0017K3*
0017P0 FD  PAIRFILE
0017P1     RECORDING MODE IS F
0017P2     LABEL RECORDS ARE STANDARD.
0017P3 COPY PRRECCPY.
0017P4*
0017P5 FD  PAIRHLD
0017P6     RECORDING MODE IS F
0017P7     LABEL RECORDS ARE STANDARD.
0017P8 COPY PHRECCPY.
0017P9*
0017PA SD  PAIRSRT.
0017PB 01  PS-SORT-RECORD.
0017PC     05  PS-READING-DATE         PIC 9(08).
0017PD     05  PS-READING-TIME         PIC 9(06).
0017PE     05  PS-SIDE                 PIC X(01).
0017PF     05  PS-VALUE                PIC S9(04)V9(05).
0017PG*
0017Q0 SD  ARCSRT.
0017Q1 01  AQ-SORT-RECORD.
0017Q2     05  AQ-GROUP-ID             PIC X(05).
0017Q3     05  AQ-READING-DATE         PIC 9(08).
0017Q4     05  AQ-READING-TIME         PIC 9(06).
0017Q5     05  AQ-VALUE                PIC S9(04)V9(05).
0017Q6     05  AQ-RUN-NUMBER           PIC 9(06).
0017Q7     05  AQ-BASE-RUN             PIC 9(06).
0017Q8     05  AQ-RAW-VALUE            PIC S9(04)V9(05).
0017Q9     05  FILLER                  PIC X(01).
0017QA*
00177B FD  HISTFILE
00177C     LABEL RECORDS ARE STANDARD.
00177D COPY HSRECCPY.
00177E*
0017E1 FD  HSTPRIOR
0017E2     LABEL RECORDS ARE STANDARD.
0017E3 COPY HPRECCPY.
0017E4*
00177F FD  RUNFILE
00177G     LABEL RECORDS ARE STANDARD.
00177H COPY RCRECCPY.
00177Q     LABEL RECORDS ARE STANDARD.
00177R COPY GWRECCPY.
00177S*
0017F1 FD  RDGARCH
0017F2     RECORDING MODE IS F
0017F3     LABEL RECORDS ARE STANDARD.
0017F4 COPY RARECCPY.
0017F5*
0017F6*    ARCHIN IS READ INTO RA-ARCHIVE-RECORD ABOVE, WHICH IS ONLY
0017F7*    BUILT FOR A WRITE IN 1200-ACCUM-READING.
0017F8 FD  ARCHIN
0017F9     RECORDING MODE IS F
0017FA     LABEL RECORDS ARE STANDARD.
0017FB 01  SD-ARCHIN-RECORD           PIC X(50).
0017FC*
00177T SD  SRTFILE.
00177U 01  SR-SORT-RECORD.
00177V     05  SR-VALUE                PIC S9(04)V9(05).
00177W     05  SR-READING-DATE         PIC 9(08).
00177X     05  SR-READING-TIME         PIC 9(06).
001771     05  SR-QUALITY-CODE         PIC X(01).
001780*
001790 WORKING-STORAGE SECTION.
001800******************************************************************
00200X 01  SD-GRPHIST-STATUS          PIC X(02) VALUE "00".
00200Y     88  SD-GRPHIST-OK                      VALUE "00".
00200Z*
0020K0 01  SD-CALFILE-STATUS          PIC X(02) VALUE "00".
0020K1     88  SD-CALFILE-OK                      VALUE "00".
0020K2*
0020P0 01  SD-PAIRFILE-STATUS         PIC X(02) VALUE "00".
0020P1     88  SD-PAIRFILE-OK                     VALUE "00".
0020P2 01  SD-PAIRHLD-STATUS          PIC X(02) VALUE "00".
0020P3     88  SD-PAIRHLD-OK                      VALUE "00".
0020P4*
00200A 01  SD-HISTFILE-STATUS         PIC X(02) VALUE "00".
00200B     88  SD-HISTFILE-OK                     VALUE "00".
00200C     88  SD-HISTFILE-DUPKEY                 VALUE "22".
00200D*
0020Y1 01  SD-HSTPRIOR-STATUS         PIC X(02) VALUE "00".
0020Y2     88  SD-HSTPRIOR-OK                     VALUE "00".
0020Y3     88  SD-HSTPRIOR-DUPKEY                 VALUE "22".
0020Y4*
00200E 01  SD-RUNFILE-STATUS          PIC X(02) VALUE "00".
00200F     88  SD-RUNFILE-OK                      VALUE "00".
00200G     88  SD-RUNFILE-EOF                     VALUE "10".
00200K*
00200L 01  SD-GRPWORK-STATUS          PIC X(02) VALUE "00".
00200M     88  SD-GRPWORK-OK                      VALUE "00".
00200N*
0020X1 01  SD-RDGARCH-STATUS          PIC X(02) VALUE "00".
0020X2     88  SD-RDGARCH-OK                      VALUE "00".
0020X3*
0020X4 01  SD-ARCHIN-STATUS           PIC X(02) VALUE "00".
0020X5     88  SD-ARCHIN-OK                       VALUE "00".
0020X6     88  SD-ARCHIN-EOF                      VALUE "10".
002010*
002020 01  SD-EOF-SWITCH              PIC X(01) VALUE "N".
002030     88  SD-END-OF-FILE                     VALUE "Y".
00217Q 01  SD-CUR-RANGE-LOW           PIC S9(04)V9(05) VALUE 0.
00217R 01  SD-CUR-RANGE-HIGH          PIC S9(04)V9(05) VALUE 0.
00217S 01  SD-EFF-LOOKUP-DATE         PIC 9(08) VALUE 0.
0021K0*
0021K1******************************************************************
0021K2*    CALIBRATION IN FORCE.  1176-PICK-CALIBRATION LOADS THE      *
0021K3*    OFFSET, SCALE, CERTIFICATE AND DUE DATE IN FORCE ON THE     *
0021K4*    READING'S CAPTURE DATE, CACHED PER DATE LIKE THE RANGE      *
0021K5*    LOOKUP ABOVE; SD-CAL-VALUE IS THE CALIBRATED READING THE    *
0021K6*    STATISTICS USE.  THE RAW SUM GIVES THE RAW MEAN PRINTED     *
0021K7*    BESIDE THE CALIBRATED ONE.  READINGS CAPTURED AFTER THE     *
0021K8*    CALIBRATION FELL DUE ARE COUNTED FOR THE EXCEPTION LINE.    *
0021K9******************************************************************
0021KA 01  SD-CALFILE-AVAIL-SWITCH    PIC X(01) VALUE "N".
0021KB     88  SD-CALFILE-AVAILABLE               VALUE "Y".
0021KC 01  SD-CAL-LOOKUP-DATE         PIC 9(08) VALUE 0.
0021KD 01  SD-CAL-FOUND-SWITCH        PIC X(01) VALUE "N".
0021KE     88  SD-CAL-IN-FORCE                    VALUE "Y".
0021KF 01  SD-CAL-OFFSET              PIC S9(04)V9(05) VALUE 0.
0021KG 01  SD-CAL-SCALE               PIC S9(04)V9(05) VALUE 0.
0021KH 01  SD-CAL-CERT                PIC X(15) VALUE SPACES.
0021KI 01  SD-CAL-DUE-DATE            PIC 9(08) VALUE 0.
0021KJ 01  SD-CAL-WORK                PIC S9(08)V9(05) VALUE 0.
0021KK 01  SD-CAL-VALUE               PIC S9(04)V9(05) VALUE 0.
0021KL 01  SD-GROUP-RAW-SUM           PIC S9(12)V9(05) VALUE 0.
0021KM 01  SD-RAW-MEAN                PIC S9(04)V9(05) VALUE 0.
0021KN 01  SD-ED-RAW-MEAN             PIC -ZZZ9.99999.
0021KO 01  SD-CAL-LAPSED-READINGS     PIC 9(06) VALUE 0.
0021KP 01  SD-CAL-LAPSED-CERT         PIC X(15) VALUE SPACES.
0021KQ 01  SD-CAL-LAPSED-DUE          PIC 9(08) VALUE 0.
0021KR 01  SD-CAL-LAPSED-GROUPS       PIC 9(04) VALUE 0.
0021KS 01  SD-ED-LAPSED               PIC ZZZZZ9.
0021L0*
0021L1******************************************************************
0021L2*    READING QUALITY.  ONLY GOOD AND MANUAL READINGS GO INTO THE *
0021L3*    STATISTICS; ESTIMATED AND SUSPECT READINGS ARE COUNTED FOR  *
0021L4*    THE SUBTOTAL AND CSV LINES.  THE SHARE OF THE GROUP'S       *
0021L5*    READINGS FLAGGED OTHER THAN GOOD IS SET AGAINST THE GROUP   *
0021L6*    MASTER LIMIT.  GRPWORK HAS ITS OWN OPEN SWITCH BECAUSE A    *
0021L7*    SUSPECT READING GOES TO IT WITHOUT BEING COUNTED.           *
0021L8******************************************************************
0021L9 01  SD-EST-COUNT               PIC 9(06) VALUE 0.
0021LA 01  SD-SUSP-COUNT              PIC 9(06) VALUE 0.
0021LB 01  SD-MANUAL-COUNT            PIC 9(06) VALUE 0.
0021LC 01  SD-QUAL-USED-COUNT         PIC 9(06) VALUE 0.
0021LD 01  SD-MAX-NONGOOD-PCT         PIC 9(03) VALUE 0.
0021LE 01  SD-NONGOOD-COUNT           PIC 9(06) VALUE 0.
0021LF 01  SD-QUAL-TOTAL              PIC 9(06) VALUE 0.
0021LG 01  SD-NONGOOD-PCT             PIC 9(03)V9(01) VALUE 0.
0021LH 01  SD-NONGOOD-GROUPS          PIC 9(04) VALUE 0.
0021LI 01  SD-GRPWORK-OPEN-SWITCH     PIC X(01) VALUE "N".
0021LJ     88  SD-GRPWORK-IS-OPEN                 VALUE "Y".
0021LK 01  SD-ED-EST-COUNT            PIC ZZZZZ9.
0021LL 01  SD-ED-SUSP-COUNT           PIC ZZZZZ9.
0021LM 01  SD-ED-MAN-COUNT            PIC ZZZZZ9.
0021LN 01  SD-ED-NONGOOD-PCT          PIC ZZ9.9.
0021LO 01  SD-ED-MAX-NONGOOD          PIC ZZ9.
0021P0*
0021P1******************************************************************
0021P2*    REDUNDANT-SENSOR PAIRS.  ONE ENTRY PER PAIRFILE CARD, WITH  *
0021P3*    THE ALLOWANCES AND WHETHER EACH GROUP OF THE PAIR HAS BEEN  *
0021P4*    HELD ON PAIRHLD YET.  THE SD-PM- FIELDS ACCUMULATE THE      *
0021P5*    MATCHED READINGS OF THE PAIR BEING CHECKED: DIFFERENCES ARE *
0021P6*    THE FIRST GROUP LESS THE SECOND, AND THE SUMS OF SQUARES AND*
0021P7*    CROSS PRODUCTS GIVE THE CORRELATION.                        *
0021P8******************************************************************
0021P9 01  SD-PAIR-COUNT              PIC 9(02) VALUE 0.
0021PA 01  SD-PAIR-SUB                PIC 9(02) VALUE 0.
0021PB 01  SD-PAIR-TABLE.
0021PC     05  SD-PAIR-ENTRY OCCURS 50 TIMES.
0021PD         10  SD-PAIR-GROUP-A    PIC X(05).
0021PE         10  SD-PAIR-GROUP-B    PIC X(05).
0021PF         10  SD-PAIR-MAX-MEAN   PIC S9(04)V9(05).
0021PG         10  SD-PAIR-MAX-DIFF   PIC S9(04)V9(05).
0021PH         10  SD-PAIR-MIN-MATCH  PIC 9(04).
0021PI         10  SD-PAIR-A-HELD-SW  PIC X(01).
0021PJ             88  SD-PAIR-A-HELD             VALUE "Y".
0021PK         10  SD-PAIR-B-HELD-SW  PIC X(01).
0021PL             88  SD-PAIR-B-HELD             VALUE "Y".
0021PM         10  SD-PAIR-CHECKED-SW PIC X(01).
0021PN             88  SD-PAIR-CHECKED            VALUE "Y".
0021PO 01  SD-PAIR-EOF-SWITCH         PIC X(01) VALUE "N".
0021PP     88  SD-PAIR-CARDS-DONE                 VALUE "Y".
0021PQ 01  SD-PAIR-CARD-ERROR         PIC X(30) VALUE SPACES.
0021PR 01  SD-PAIR-WORK-MEAN          PIC S9(04)V9(05) VALUE 0.
0021PS 01  SD-PAIR-WORK-DIFF          PIC S9(04)V9(05) VALUE 0.
0021PT 01  SD-PAIR-WORK-MIN           PIC 9(04) VALUE 0.
0021PU 01  SD-PAIR-MEMBER-SWITCH      PIC X(01) VALUE "N".
0021PV     88  SD-PAIR-MEMBER                     VALUE "Y".
0021PW 01  SD-PAIR-HELD-GROUP         PIC X(05) VALUE SPACES.
0021PX 01  SD-PAIR-EXCEPTIONS         PIC 9(04) VALUE 0.
0021PY 01  SD-PH-EOF-SWITCH           PIC X(01) VALUE "N".
0021PZ     88  SD-PH-DONE                         VALUE "Y".
0021Q0 01  SD-PH-LAST-GROUP           PIC X(05) VALUE SPACES.
0021Q1 01  SD-PM-GROUP-A              PIC X(05) VALUE SPACES.
0021Q2 01  SD-PM-GROUP-B              PIC X(05) VALUE SPACES.
0021Q3 01  SD-PM-RETURN-SWITCH        PIC X(01) VALUE "N".
0021Q4     88  SD-PM-RETURN-DONE                  VALUE "Y".
0021Q5 01  SD-PM-PREV-SWITCH          PIC X(01) VALUE "N".
0021Q6     88  SD-PM-HAVE-PREV                    VALUE "Y".
0021Q7 01  SD-PM-PREV-DATE            PIC 9(08) VALUE 0.
0021Q8 01  SD-PM-PREV-TIME            PIC 9(06) VALUE 0.
0021Q9 01  SD-PM-PREV-SIDE            PIC X(01) VALUE SPACE.
0021QA 01  SD-PM-PREV-VALUE           PIC S9(04)V9(05) VALUE 0.
0021QB 01  SD-PM-A-VALUE              PIC S9(04)V9(05) VALUE 0.
0021QC 01  SD-PM-B-VALUE              PIC S9(04)V9(05) VALUE 0.
0021QD 01  SD-PM-COUNT                PIC 9(06) VALUE 0.
0021QE 01  SD-PM-DIFF                 PIC S9(05)V9(05) VALUE 0.
0021QF 01  SD-PM-ABS-DIFF             PIC S9(05)V9(05) VALUE 0.
0021QG 01  SD-PM-MAX-DIFF             PIC S9(05)V9(05) VALUE 0.
0021QH 01  SD-PM-MEAN-DIFF            PIC S9(05)V9(05) VALUE 0.
0021QI 01  SD-PM-ABS-MEAN             PIC S9(05)V9(05) VALUE 0.
0021QJ 01  SD-PM-SUM-DIFF             PIC S9(12)V9(05) VALUE 0.
0021QK 01  SD-PM-SUM-A                PIC S9(12)V9(05) VALUE 0.
0021QL 01  SD-PM-SUM-B                PIC S9(12)V9(05) VALUE 0.
0021QM 01  SD-PM-SUMSQ-A              PIC S9(15)V9(05) VALUE 0.
0021QN 01  SD-PM-SUMSQ-B              PIC S9(15)V9(05) VALUE 0.
0021QO 01  SD-PM-SUM-AB               PIC S9(15)V9(05) VALUE 0.
0021QP 01  SD-PM-VAR-A                PIC S9(08)V9(05) VALUE 0.
0021QQ 01  SD-PM-VAR-B                PIC S9(08)V9(05) VALUE 0.
0021QR 01  SD-PM-COVAR                PIC S9(08)V9(05) VALUE 0.
0021QS 01  SD-PM-SD-A                 PIC S9(04)V9(05) VALUE 0.
0021QT 01  SD-PM-SD-B                 PIC S9(04)V9(05) VALUE 0.
0021QU 01  SD-PM-CORR                 PIC S9(02)V9(04) VALUE 0.
0021QV 01  SD-PM-CORR-SWITCH          PIC X(01) VALUE "N".
0021QW     88  SD-PM-CORR-KNOWN                   VALUE "Y".
0021QX 01  SD-PM-REASON               PIC X(36) VALUE SPACES.
0021QY 01  SD-ED-PM-COUNT             PIC ZZZZZ9.
0021QZ 01  SD-ED-PM-MEAN              PIC -ZZZZ9.99999.
0021R0 01  SD-ED-PM-MAX               PIC -ZZZZ9.99999.
0021R1 01  SD-ED-PM-CORR              PIC -9.9999.
0021R2 01  SD-PR-PM-CORR              PIC X(07) VALUE SPACES.
002180*
002181******************************************************************
002182*    INFILE HEADER/TRAILER RECONCILIATION WORKING FIELDS         *
0021C9 01  SD-MERGE-RUN-NUMBER        PIC 9(06) VALUE 0.
0021CA 01  SD-MERGE-RUN-DATE          PIC 9(08) VALUE 0.
0021CB 01  SD-MERGED-SWITCH           PIC X(01) VALUE "N".
0021CC     88  SD-STATS-MERGED                    VALUE "Y" "A".
0021CI     88  SD-MERGED-FROM-STORED              VALUE "Y".
0021CJ     88  SD-MERGED-FROM-ARCHIVE             VALUE "A".
0021CD 01  SD-COMB-COUNT              PIC 9(06) VALUE 0.
0021CE 01  SD-COMB-SUM                PIC S9(12)V9(05) VALUE 0.
0021CF 01  SD-COMB-SUMSQ              PIC S9(15)V9(05) VALUE 0.
0021CG 01  SD-HIST-VARIANCE           PIC S9(08)V9(05) VALUE 0.
0021CH 01  SD-HIST-NEW-IMAGE          PIC X(126) VALUE SPACES.
0021CK*    THE REPAIRED RUN'S ARCHIVED READINGS, READ BACK FROM ARCHIN
0021CL*    AT GROUP BREAK - ONE PASS TO COUNT, ONE TO LOAD GRPWORK.
0021CM 01  SD-ARCHIN-AVAIL-SWITCH     PIC X(01) VALUE "N".
0021CN     88  SD-ARCHIN-AVAILABLE                VALUE "Y".
0021CO 01  SD-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
0021CP     88  SD-ARCH-DONE                       VALUE "Y".
0021CQ 01  SD-ARCH-PASS-SWITCH        PIC X(01) VALUE "C".
0021CR     88  SD-ARCH-COUNT-PASS                 VALUE "C".
0021CS     88  SD-ARCH-LOAD-PASS                  VALUE "L".
0021CT 01  SD-ARCH-COUNT              PIC 9(06) VALUE 0.
0021CU 01  SD-ED-ARCH-COUNT           PIC ZZZZZ9.
0021CV*    THE LAST ARCHIVED READING TAKEN BACK FROM THE SORT.  A RUN
0021CW*    RESTARTED FROM A CHECKPOINT ARCHIVES AGAIN THE READINGS ITS
0021CX*    FAILED ATTEMPT ARCHIVED AFTER THAT CHECKPOINT, SO THE SAME
0021CY*    DATE, TIME AND RUN SEEN TWICE IS ONE READING.
0021CZ 01  SD-ARCH-PREV-KEY.
0021D0     05  SD-ARCH-PREV-DATE      PIC 9(08) VALUE 0.
0021D1     05  SD-ARCH-PREV-TIME      PIC 9(06) VALUE 0.
0021D2     05  SD-ARCH-PREV-RUN       PIC 9(06) VALUE 0.
0021D3 01  SD-ARCH-THIS-KEY.
0021D4     05  SD-ARCH-THIS-DATE      PIC 9(08) VALUE 0.
0021D5     05  SD-ARCH-THIS-TIME      PIC 9(06) VALUE 0.
0021D6     05  SD-ARCH-THIS-RUN       PIC 9(06) VALUE 0.
0021D7 01  SD-ARCH-REPEAT-COUNT       PIC 9(06) VALUE 0.
0021B0*
0021B1******************************************************************
0021B2*    INPUT FILE FINGERPRINT - HEADER FILE DATE, DETAIL COUNT    *
0021BD     88  SD-FP-SCAN-DONE                    VALUE "Y".
0021BE 01  SD-FP-PRIOR-RUN            PIC 9(06) VALUE 0.
0021BF 01  SD-FP-PRIOR-STAMP          PIC X(17) VALUE SPACES.
0021BG 01  SD-FP-REFUSED-SWITCH       PIC X(01) VALUE "N".
0021BH     88  SD-FP-REFUSED                      VALUE "Y".
0021BI 01  SD-FP-SOURCE-SYSTEM        PIC X(08) VALUE SPACES.
00219M*
00219N******************************************************************
00219O*    READING TIMESTAMP VALIDATION AND INTRA-DAY TIME BANDS.     *
00239X 01  SD-COV-END-LBL             PIC X(05) VALUE SPACES.
00239Y 01  SD-COV-GAP-DATE            PIC 9(08) VALUE 0.
00239Z 01  SD-ED-GAP                  PIC ZZZZ9.
0023Z0 01  SD-RUN-GAP-COUNT           PIC 9(05) VALUE 0.
002400*
002402******************************************************************
002404*    EXTERNAL SORT ORDINALS AND PERCENTILE TARGETS - THE SORTED  *
003070     05  SD-RUN-HS              PIC 9(02).
003080 01  SD-RUN-TIME-DISPLAY        PIC X(08).
003090 01  SD-RUN-TIMESTAMP           PIC X(17).
00309A*
00309B*    RUN TIMING FOR THE AUDIT LINE.  THE START IS TAKEN WITH THE
00309C*    RUN DATE, THE END WHEN THE AUDIT LINE IS BUILT.
00309D 01  SD-START-DATE              PIC 9(08) VALUE 0.
00309E 01  SD-START-TIME              PIC 9(08) VALUE 0.
00309F 01  SD-START-TIME-R REDEFINES SD-START-TIME.
00309G     05  SD-START-HH            PIC 9(02).
00309H     05  SD-START-MIN           PIC 9(02).
00309I     05  SD-START-SS            PIC 9(02).
00309J     05  SD-START-HS            PIC 9(02).
00309K 01  SD-END-DATE                PIC 9(06) VALUE 0.
00309L 01  SD-END-DATE-CCYYMMDD       PIC 9(08) VALUE 0.
00309M 01  SD-START-SECONDS           PIC 9(05) VALUE 0.
00309N 01  SD-END-SECONDS             PIC 9(05) VALUE 0.
00309O 01  SD-ELAPSED-SECONDS         PIC 9(06) VALUE 0.
00309P 01  SD-RECS-PER-SEC            PIC 9(06)V9(02) VALUE 0.
003100*
003110 01  SD-ED-COUNT                PIC ZZZZZ9.
003120 01  SD-ED-MEAN                 PIC -ZZZ9.99999.
00319A 01  SD-ED-P90                  PIC -ZZZ9.99999.
00319B 01  SD-ED-P95                  PIC -ZZZ9.99999.
00319C*    THE PERCENTILE PRINT FIELDS GO OUT THROUGH THESE X COPIES
00319D*    SO A LINE MERGED FROM STORED FIGURES CAN CARRY THEM EMPTY -
00319E*    PERCENTILES CANNOT BE REBUILT WITHOUT THE ORIGINAL READINGS.
00319F 01  SD-PR-P10                  PIC X(11) VALUE SPACES.
00319G 01  SD-PR-P90                  PIC X(11) VALUE SPACES.
00319H 01  SD-PR-P95                  PIC X(11) VALUE SPACES.
004020 3000-WRITE-REPORT.
004030     MOVE SD-NUM-COUNT TO SD-ED-COUNT.
004040     MOVE MEANVAL TO SD-ED-MEAN.
00404K     MOVE SD-RAW-MEAN TO SD-ED-RAW-MEAN.
004050     MOVE VARIANCE TO SD-ED-VARIANCE.
004060     MOVE STD TO SD-ED-STDDEV.
004070     MOVE MIN-VALUE TO SD-ED-MIN.
004092     MOVE P10-VALUE TO SD-ED-P10.
004094     MOVE P90-VALUE TO SD-ED-P90.
004096     MOVE P95-VALUE TO SD-ED-P95.
004091     MOVE SD-EST-COUNT TO SD-ED-EST-COUNT.
004093     MOVE SD-SUSP-COUNT TO SD-ED-SUSP-COUNT.
004097     IF SD-MERGED-FROM-STORED
004098         MOVE SPACES TO SD-PR-P10
004099         MOVE SPACES TO SD-PR-P90
00409A         MOVE SPACES TO SD-PR-P95
004264     STRING "      P10 " SD-PR-P10
004265            "  P90 " SD-PR-P90
004266            "  P95 " SD-PR-P95
00426K            "  RAW MEAN " SD-ED-RAW-MEAN
00426L            "  CAL MEAN " SD-ED-MEAN
004261            "  EST " SD-ED-EST-COUNT
004263            "  SUSP " SD-ED-SUSP-COUNT
004267         DELIMITED BY SIZE INTO RP-REPORT-LINE.
004268     WRITE RP-REPORT-LINE.
004270 3000-EXIT.
004441            SD-PR-P10           ","
004442            SD-PR-P90           ","
004443            SD-PR-P95           ","
004445            SD-RUN-NUMBER       ","
004446            SD-ED-EST-COUNT     ","
004447            SD-ED-SUSP-COUNT
004450         DELIMITED BY SIZE INTO CV-CSV-LINE.
004460     WRITE CV-CSV-LINE.
004462     ADD 1 TO SD-CSV-LINES.
00486M     END-IF.
004865     MOVE SD-NUM-COUNT TO HS-COUNT.
004866     MOVE MEANVAL TO HS-MEAN.
00486X     MOVE SD-RAW-MEAN TO HS-RAW-MEAN.
004867     MOVE STD TO HS-STDDEV.
004868     MOVE MIN-VALUE TO HS-MIN.
004869     MOVE MAX-VALUE TO HS-MAX.
00486A     MOVE MEDIAN-VALUE TO HS-MEDIAN.
00486N     MOVE SD-RUN-NUMBER TO HS-RUN-NUMBER.
00486I     MOVE SD-EST-COUNT TO HS-EST-COUNT.
00486U     MOVE SD-SUSP-COUNT TO HS-SUSP-COUNT.
00486V     MOVE SD-MANUAL-COUNT TO HS-MANUAL-COUNT.
00486P     IF NOT SD-MERGED-FROM-STORED
00486Q         MOVE P10-VALUE TO HS-P10
00486R         MOVE P90-VALUE TO HS-P90
00486S         MOVE P95-VALUE TO HS-P95
00486T     END-IF.
00486B     WRITE HS-HISTORY-RECORD.
00486C     IF SD-HISTFILE-DUPKEY
00486O         PERFORM 3085-SAVE-PRIOR-IMAGE THRU 3085-EXIT
00486D         REWRITE HS-HISTORY-RECORD
00486E     END-IF.
00486F 3080-EXIT.
00486G     EXIT.
00486H*
0048P0******************************************************************
0048P1*    3085-SAVE-PRIOR-IMAGE - KEEPS THE HISTORY RECORD THIS RUN   *
0048P2*                            IS ABOUT TO REPLACE ON HSTPRIOR,    *
0048P3*                            KEYED ON THIS RUN, SO RUNBKOUT CAN  *
0048P4*                            PUT IT BACK IF THE RUN IS BACKED    *
0048P5*                            OUT.  A RECORD THIS SAME RUN WROTE  *
0048P6*                            (A RESTART REFLUSHING A GROUP) IS   *
0048P7*                            NOT SAVED, AND AN IMAGE ALREADY     *
0048P8*                            SAVED BEFORE A RESTART IS LEFT AS   *
0048P9*                            IT IS.  ANY OTHER FAILED WRITE ENDS *
0048PA*                            THE STEP WITH RETURN CODE 16 BEFORE *
0048PB*                            THE RECORD IS REPLACED.  THE NEW    *
0048PC*                            FIGURES ARE HELD ASIDE ACROSS THE   *
0048PD*                            READ AND PUT BACK FOR THE CALLER'S  *
0048PE*                            REWRITE.                            *
0048PF******************************************************************
0048PG 3085-SAVE-PRIOR-IMAGE.
0048PH     MOVE HS-HISTORY-RECORD TO SD-HIST-NEW-IMAGE.
0048PI     READ HISTFILE.
0048PJ     IF NOT SD-HISTFILE-OK
0048PK         GO TO 3085-RESTORE
0048PL     END-IF.
0048PM     IF HS-RUN-NUMBER NUMERIC
0048PN         IF HS-RUN-NUMBER = SD-RUN-NUMBER
0048PO             GO TO 3085-RESTORE
0048PP         END-IF
0048PQ     END-IF.
0048PR     MOVE SPACES TO HP-PRIOR-RECORD.
0048PS     MOVE SD-RUN-NUMBER TO HP-RUN-NUMBER.
0048PT     MOVE HS-GROUP-ID TO HP-GROUP-ID.
0048PU     MOVE HS-RUN-DATE TO HP-RUN-DATE.
0048PV     MOVE SD-RUN-DATE-CCYYMMDD TO HP-SAVED-DATE.
0048PW     MOVE HS-HISTORY-RECORD TO HP-PRIOR-IMAGE.
0048PX     WRITE HP-PRIOR-RECORD.
0048PY     IF NOT SD-HSTPRIOR-OK AND NOT SD-HSTPRIOR-DUPKEY
0048PZ         DISPLAY "S20734621 - HSTPRIOR WRITE FAILED, STATUS="
0048Q0             SD-HSTPRIOR-STATUS
0048Q1         MOVE 16 TO RETURN-CODE
0048Q2         STOP RUN
0048Q3     END-IF.
0048Q4 3085-RESTORE.
0048Q5     MOVE SD-HIST-NEW-IMAGE TO HS-HISTORY-RECORD.
0048Q6 3085-EXIT.
0048Q7     EXIT.
0048Q8*
004860******************************************************************
004870*    3150-WRITE-CSV-GRAND  -  WRITES THE GRAND-TOTAL LINE TO      *
004880*                            CSVFILE, CARRYING THE RUN-WIDE MIN   *
005150*                            EXECUTION WITH THE RUN TIMESTAMP,    *
005160*                            INPUT DDNAME, RECORD COUNTS AND THE  *
005170*                            FINAL MEAN AND STANDARD DEVIATION    *
00517A*                            AND THE RUN OUTCOME AND COVERAGE     *
00517B*                            GAP COUNT FOR THE SOURCE SCORECARD   *
005180******************************************************************
005190 3200-WRITE-AUDIT-LOG.
005200     ACCEPT SD-RUN-TIME FROM TIME.
005348     ELSE
00534A         MOVE "N" TO AD-RESTART-FLAG
00534B     END-IF.
00534C     MOVE SD-HDR-SOURCE-SYSTEM TO AD-SOURCE-SYSTEM.
00534D     MOVE SD-HDR-FILE-DATE TO AD-FP-FILE-DATE.
00534E     MOVE SD-DETAIL-COUNT TO AD-FP-COUNT.
00534F     MOVE SD-HASH-TOTAL TO AD-FP-HASH.
00534G     PERFORM 3210-SET-RUN-TIMING THRU 3210-EXIT.
00534H     EVALUATE TRUE
00534I         WHEN SD-FP-REFUSED
00534J             SET AD-DUPLICATE-FILE TO TRUE
00534K             MOVE SD-FP-SOURCE-SYSTEM TO AD-SOURCE-SYSTEM
00534L             MOVE SD-FINGERPRINT TO AD-FINGERPRINT
00534M         WHEN SD-FILE-OUT-OF-BALANCE
00534N             SET AD-OUT-OF-BALANCE TO TRUE
00534O         WHEN OTHER
00534P             SET AD-RUN-COMPLETE TO TRUE
00534Q     END-EVALUATE.
00534R     MOVE SD-RUN-GAP-COUNT TO AD-COVERAGE-GAPS.
005350     OPEN EXTEND AUDFILE.
005360     IF NOT SD-AUDFILE-OK
005370         OPEN OUTPUT AUDFILE
005410 3200-EXIT.
005420     EXIT.
005430*
0054K0******************************************************************
0054K1*    3210-SET-RUN-TIMING  -  TAKES THE END DATE AND WORKS OUT THE*
0054K2*                            ELAPSED SECONDS AND RECORDS PER     *
0054K3*                            SECOND FOR THE AUDIT LINE.  A RUN   *
0054K4*                            THAT CROSSES MIDNIGHT GAINS ONE DAY;*
0054K5*                            A RUN UNDER A SECOND COUNTS AS ONE. *
0054K6******************************************************************
0054K7 3210-SET-RUN-TIMING.
0054K8     ACCEPT SD-END-DATE FROM DATE.
0054K9     COMPUTE SD-END-DATE-CCYYMMDD = 20000000 + SD-END-DATE.
0054KA     COMPUTE SD-START-SECONDS = (SD-START-HH * 3600)
0054KB         + (SD-START-MIN * 60) + SD-START-SS.
0054KC     COMPUTE SD-END-SECONDS = (SD-RUN-HH * 3600)
0054KD         + (SD-RUN-MIN * 60) + SD-RUN-SS.
0054KE     IF SD-END-DATE-CCYYMMDD NOT = SD-START-DATE
0054KF         COMPUTE SD-ELAPSED-SECONDS =
0054KG             SD-END-SECONDS + 86400 - SD-START-SECONDS
0054KH     ELSE
0054KI         COMPUTE SD-ELAPSED-SECONDS =
0054KJ             SD-END-SECONDS - SD-START-SECONDS
0054KK     END-IF.
0054KL     IF SD-ELAPSED-SECONDS = 0
0054KM         MOVE SD-REC-COUNT TO SD-RECS-PER-SEC
0054KN     ELSE
0054KO         COMPUTE SD-RECS-PER-SEC ROUNDED =
0054KP             SD-REC-COUNT / SD-ELAPSED-SECONDS
0054KQ     END-IF.
0054KR     MOVE SD-START-DATE TO AD-START-DATE.
0054KS     COMPUTE AD-START-TIME = SD-START-TIME / 100.
0054KT     MOVE SD-END-DATE-CCYYMMDD TO AD-END-DATE.
0054KU     COMPUTE AD-END-TIME = SD-RUN-TIME / 100.
0054KV     MOVE SD-ELAPSED-SECONDS TO AD-ELAPSED-SECONDS.
0054KW     MOVE SD-RECS-PER-SEC TO AD-RECS-PER-SEC.
0054KX 3210-EXIT.
0054KY     EXIT.
0054KZ*
005440******************************************************************
005450*    4150-SET-TARGETS     -  WORKS OUT WHICH ORDINAL POSITIONS   *
005460*                            IN THE SORTED GROUP HOLD THE        *
006060*
006070******************************************************************
006080*    4220-CHECK-ORDINAL   -  CAPTURES THE SORTED VALUE WHEN ITS  *
006090*                            ORDINAL MATCHES A TARGET POSITION.  *
006091*                            SUSPECT READINGS, ON GRPWORK ONLY   *
006092*                            FOR THE COVERAGE SCAN, ARE PASSED   *
006093*                            OVER.                               *
006100******************************************************************
006110 4220-CHECK-ORDINAL.
006111     IF SR-QUALITY-CODE = "S"
006112         GO TO 4220-EXIT
006113     END-IF.
006120     ADD 1 TO SD-SORT-ORDINAL.
006130     IF SD-SORT-ORDINAL = SD-MED-INDEX1
006140         MOVE SR-VALUE TO SD-MED-VALUE1
006482******************************************************************
006483 4330-WRITE-GAP-LINE.
006484     ADD 1 TO SD-COV-GAP-COUNT.
00648Y     ADD 1 TO SD-RUN-GAP-COUNT.
006485     MOVE SD-COV-GAP-MIN TO SD-ED-GAP.
006486     MOVE SPACES TO RP-REPORT-LINE.
006487     STRING "      GAP " SD-COV-GAP-DATE
00648Q         DELIMITED BY SIZE INTO SD-COV-LBL.
00648R 4340-EXIT.
00648S     EXIT.
0064P0*
0064P1******************************************************************
0064P2*    4400-RELEASE-PAIR    -  RELEASES THE HELD READINGS OF THE   *
0064P3*                            TWO GROUPS OF THE PAIR TO THE SORT, *
0064P4*                            TAGGED A FOR THE FIRST GROUP AND B  *
0064P5*                            FOR THE SECOND                      *
0064P6******************************************************************
0064P7 4400-RELEASE-PAIR.
0064P8     OPEN INPUT PAIRHLD.
0064P9     IF NOT SD-PAIRHLD-OK
0064PA         DISPLAY "S20734621 - PAIRHLD OPEN FAILED, STATUS="
0064PB             SD-PAIRHLD-STATUS
0064PC         MOVE 16 TO RETURN-CODE
0064PD         STOP RUN
0064PE     END-IF.
0064PF     MOVE "N" TO SD-PH-EOF-SWITCH.
0064PG     PERFORM 4410-RELEASE-HELD THRU 4410-EXIT
0064PH         UNTIL SD-PH-DONE.
0064PI     CLOSE PAIRHLD.
0064PJ 4400-EXIT.
0064PK     EXIT.
0064PL*
0064PM******************************************************************
0064PN*    4410-RELEASE-HELD    -  READS ONE HELD READING AND RELEASES *
0064PO*                            IT WHEN IT BELONGS TO EITHER GROUP  *
0064PP*                            OF THE PAIR                         *
0064PQ******************************************************************
0064PR 4410-RELEASE-HELD.
0064PS     READ PAIRHLD.
0064PT     IF NOT SD-PAIRHLD-OK
0064PU         SET SD-PH-DONE TO TRUE
0064PV         GO TO 4410-EXIT
0064PW     END-IF.
0064PX     IF PH-GROUP-ID = SD-PM-GROUP-A
0064PY         MOVE "A" TO PS-SIDE
0064PZ     ELSE
0064Q0         IF PH-GROUP-ID = SD-PM-GROUP-B
0064Q1             MOVE "B" TO PS-SIDE
0064Q2         ELSE
0064Q3             GO TO 4410-EXIT
0064Q4         END-IF
0064Q5     END-IF.
0064Q6     MOVE PH-READING-DATE TO PS-READING-DATE.
0064Q7     MOVE PH-READING-TIME TO PS-READING-TIME.
0064Q8     MOVE PH-VALUE TO PS-VALUE.
0064Q9     RELEASE PS-SORT-RECORD.
0064QA 4410-EXIT.
0064QB     EXIT.
0064QC*
0064QD******************************************************************
0064QE*    4450-MATCH-READINGS  -  TAKES THE PAIR'S READINGS BACK IN   *
0064QF*                            TIMESTAMP ORDER AND MATCHES EACH    *
0064QG*                            SECOND-GROUP READING WITH A FIRST-  *
0064QH*                            GROUP READING OF THE SAME TIMESTAMP *
0064QI******************************************************************
0064QJ 4450-MATCH-READINGS.
0064QK     MOVE "N" TO SD-PM-RETURN-SWITCH.
0064QL     MOVE "N" TO SD-PM-PREV-SWITCH.
0064QM     PERFORM 4460-RETURN-PAIRED THRU 4460-EXIT
0064QN         UNTIL SD-PM-RETURN-DONE.
0064QO 4450-EXIT.
0064QP     EXIT.
0064QQ*
0064QR******************************************************************
0064QS*    4460-RETURN-PAIRED   -  TAKES ONE READING BACK FROM THE PAIR*
0064QT*                            SORT                                *
0064QU******************************************************************
0064QV 4460-RETURN-PAIRED.
0064QW     RETURN PAIRSRT
0064QX         AT END
0064QY             SET SD-PM-RETURN-DONE TO TRUE
0064QZ         NOT AT END
0064R0             PERFORM 4470-MATCH-ONE THRU 4470-EXIT
0064R1     END-RETURN.
0064R2 4460-EXIT.
0064R3     EXIT.
0064R4*
0064R5******************************************************************
0064R6*    4470-MATCH-ONE       -  A SECOND-GROUP READING WITH THE SAME*
0064R7*                            TIMESTAMP AS THE FIRST-GROUP READING*
0064R8*                            JUST BEFORE IT IS A MATCH.  ANY     *
0064R9*                            OTHER READING IS KEPT AS THE ONE    *
0064RA*                            BEFORE THE NEXT, SO A REPEATED      *
0064RB*                            TIMESTAMP WITHIN ONE GROUP MATCHES  *
0064RC*                            AT MOST ONCE.                       *
0064RD******************************************************************
0064RE 4470-MATCH-ONE.
0064RF     IF SD-PM-HAVE-PREV
0064RG             AND PS-SIDE = "B"
0064RH             AND SD-PM-PREV-SIDE = "A"
0064RI             AND PS-READING-DATE = SD-PM-PREV-DATE
0064RJ             AND PS-READING-TIME = SD-PM-PREV-TIME
0064RK         MOVE SD-PM-PREV-VALUE TO SD-PM-A-VALUE
0064RL         MOVE PS-VALUE TO SD-PM-B-VALUE
0064RM         PERFORM 4480-ACCUM-MATCH THRU 4480-EXIT
0064RN         MOVE "N" TO SD-PM-PREV-SWITCH
0064RO         GO TO 4470-EXIT
0064RP     END-IF.
0064RQ     SET SD-PM-HAVE-PREV TO TRUE.
0064RR     MOVE PS-READING-DATE TO SD-PM-PREV-DATE.
0064RS     MOVE PS-READING-TIME TO SD-PM-PREV-TIME.
0064RT     MOVE PS-SIDE TO SD-PM-PREV-SIDE.
0064RU     MOVE PS-VALUE TO SD-PM-PREV-VALUE.
0064RV 4470-EXIT.
0064RW     EXIT.
0064RX*
0064RY******************************************************************
0064RZ*    4480-ACCUM-MATCH     -  ADDS ONE MATCHED PAIR OF READINGS   *
0064S0*                            INTO THE PAIR ACCUMULATORS          *
0064S1******************************************************************
0064S2 4480-ACCUM-MATCH.
0064S3     ADD 1 TO SD-PM-COUNT.
0064S4     COMPUTE SD-PM-DIFF = SD-PM-A-VALUE - SD-PM-B-VALUE.
0064S5     ADD SD-PM-DIFF TO SD-PM-SUM-DIFF.
0064S6     MOVE SD-PM-DIFF TO SD-PM-ABS-DIFF.
0064S7     IF SD-PM-ABS-DIFF < 0
0064S8         COMPUTE SD-PM-ABS-DIFF = 0 - SD-PM-DIFF
0064S9     END-IF.
0064SA     IF SD-PM-ABS-DIFF > SD-PM-MAX-DIFF
0064SB         MOVE SD-PM-ABS-DIFF TO SD-PM-MAX-DIFF
0064SC     END-IF.
0064SD     ADD SD-PM-A-VALUE TO SD-PM-SUM-A.
0064SE     ADD SD-PM-B-VALUE TO SD-PM-SUM-B.
0064SF     COMPUTE SD-PM-SUMSQ-A = SD-PM-SUMSQ-A +
0064SG         (SD-PM-A-VALUE * SD-PM-A-VALUE).
0064SH     COMPUTE SD-PM-SUMSQ-B = SD-PM-SUMSQ-B +
0064SI         (SD-PM-B-VALUE * SD-PM-B-VALUE).
0064SJ     COMPUTE SD-PM-SUM-AB = SD-PM-SUM-AB +
0064SK         (SD-PM-A-VALUE * SD-PM-B-VALUE).
0064SL 4480-EXIT.
0064SM     EXIT.
0064SN*
0064SO******************************************************************
0064SP*    4500-RELEASE-ARCHIVE -  INPUT PROCEDURE OF THE ARCHIVE      *
0064SQ*                            SORT.  PASSES ARCHIN FOR THE GROUP'S*
0064SR*                            READINGS UNDER THE MERGE RUN        *
0064SS******************************************************************
0064ST 4500-RELEASE-ARCHIVE.
0064SU     MOVE "N" TO SD-ARCH-EOF-SWITCH.
0064SV     OPEN INPUT ARCHIN.
0064SW     IF NOT SD-ARCHIN-OK
0064SX         DISPLAY "S20734621 - ARCHIN OPEN FAILED, STATUS="
0064SY             SD-ARCHIN-STATUS
0064SZ         MOVE 16 TO RETURN-CODE
0064T0         STOP RUN
0064T1     END-IF.
0064T2     PERFORM 4510-RELEASE-ARCHIVED THRU 4510-EXIT
0064T3         UNTIL SD-ARCH-DONE.
0064T4     CLOSE ARCHIN.
0064T5 4500-EXIT.
0064T6     EXIT.
0064T7*
0064T8******************************************************************
0064T9*    4510-RELEASE-ARCHIVED -  READS ONE ARCHIVE RECORD AND       *
0064TA*                            RELEASES IT WHEN IT BELONGS TO THIS *
0064TB*                            GROUP AND THE MERGE RUN             *
0064TC******************************************************************
0064TD 4510-RELEASE-ARCHIVED.
0064TE     READ ARCHIN INTO RA-ARCHIVE-RECORD.
0064TF     IF NOT SD-ARCHIN-OK
0064TG         SET SD-ARCH-DONE TO TRUE
0064TH         GO TO 4510-EXIT
0064TI     END-IF.
0064TJ     IF RA-GROUP-ID NOT = SD-CURRENT-GROUP
0064TK             OR RA-BASE-RUN NOT = SD-MERGE-RUN-NUMBER
0064TL         GO TO 4510-EXIT
0064TM     END-IF.
0064TN     RELEASE AQ-SORT-RECORD FROM RA-ARCHIVE-RECORD.
0064TO 4510-EXIT.
0064TP     EXIT.
0064TQ*
0064TR******************************************************************
0064TS*    4550-COLLECT-ARCHIVED -  OUTPUT PROCEDURE OF THE ARCHIVE    *
0064TT*                            SORT                                *
0064TU******************************************************************
0064TV 4550-COLLECT-ARCHIVED.
0064TW     MOVE "N" TO SD-ARCH-EOF-SWITCH.
0064TX     MOVE ZEROS TO SD-ARCH-PREV-KEY.
0064TY     PERFORM 4560-RETURN-ARCHIVED THRU 4560-EXIT
0064TZ         UNTIL SD-ARCH-DONE.
0064U0 4550-EXIT.
0064U1     EXIT.
0064U2*
0064U3******************************************************************
0064U4*    4560-RETURN-ARCHIVED -  TAKES ONE READING BACK FROM THE     *
0064U5*                            ARCHIVE SORT                        *
0064U6******************************************************************
0064U7 4560-RETURN-ARCHIVED.
0064U8     RETURN ARCSRT INTO RA-ARCHIVE-RECORD
0064U9         AT END
0064UA             SET SD-ARCH-DONE TO TRUE
0064UB         NOT AT END
0064UC             PERFORM 4570-TAKE-ARCHIVED THRU 4570-EXIT
0064UD     END-RETURN.
0064UE 4560-EXIT.
0064UF     EXIT.
0064UG*
0064UH******************************************************************
0064UI*    4570-TAKE-ARCHIVED   -  COUNTS THE READING UNLESS IT REPEATS*
0064UJ*                            THE ONE BEFORE IT, AND ON THE LOAD  *
0064UK*                            PASS SPILLS IT TO GRPWORK AND ROLLS *
0064UL*                            IT INTO THE GROUP SUM, SUM OF       *
0064UM*                            SQUARES, MIN AND MAX                *
0064UN******************************************************************
0064UO 4570-TAKE-ARCHIVED.
0064UP     MOVE RA-READING-DATE TO SD-ARCH-THIS-DATE.
0064UQ     MOVE RA-READING-TIME TO SD-ARCH-THIS-TIME.
0064UR     MOVE RA-RUN-NUMBER TO SD-ARCH-THIS-RUN.
0064US     IF SD-ARCH-THIS-KEY = SD-ARCH-PREV-KEY
0064UT         ADD 1 TO SD-ARCH-REPEAT-COUNT
0064UU         GO TO 4570-EXIT
0064UV     END-IF.
0064UW     MOVE SD-ARCH-THIS-KEY TO SD-ARCH-PREV-KEY.
0064UX     ADD 1 TO SD-ARCH-COUNT.
0064UY     IF SD-ARCH-COUNT-PASS
0064UZ         GO TO 4570-EXIT
0064V0     END-IF.
0064V1     MOVE RA-VALUE TO GW-VALUE.
0064V2     MOVE RA-READING-DATE TO GW-READING-DATE.
0064V3     MOVE RA-READING-TIME TO GW-READING-TIME.
0064V4     MOVE "G" TO GW-QUALITY-CODE.
0064V5     WRITE GW-WORK-RECORD.
0064V6     ADD RA-VALUE TO SD-GROUP-SUM.
0064V7     IF RA-RAW-VALUE NUMERIC
0064V8         ADD RA-RAW-VALUE TO SD-GROUP-RAW-SUM
0064V9     ELSE
0064VA         ADD RA-VALUE TO SD-GROUP-RAW-SUM
0064VB     END-IF.
0064VC     COMPUTE SD-GROUP-SUMSQ = SD-GROUP-SUMSQ + (RA-VALUE ** 2).
0064VD     IF RA-VALUE < SD-GROUP-MIN
0064VE         MOVE RA-VALUE TO SD-GROUP-MIN
0064VF     END-IF.
0064VG     IF RA-VALUE > SD-GROUP-MAX
0064VH         MOVE RA-VALUE TO SD-GROUP-MAX
0064VI     END-IF.
0064VJ 4570-EXIT.
0064VK     EXIT.
006450*
006390******************************************************************
006400*    1000-READDATA       -  READS ALL THE READINGS FROM INFILE   *
00644F     ELSE
00644G         MOVE "N" TO SD-GRPHIST-AVAIL-SWITCH
00644H     END-IF.
0064K0     OPEN INPUT CALFILE.
0064K1     IF SD-CALFILE-OK
0064K2         MOVE "Y" TO SD-CALFILE-AVAIL-SWITCH
0064K3     ELSE
0064K4         MOVE "N" TO SD-CALFILE-AVAIL-SWITCH
0064K5     END-IF.
006446     OPEN I-O HISTFILE.
006447     IF NOT SD-HISTFILE-OK
006448         OPEN OUTPUT HISTFILE
006449         CLOSE HISTFILE
00644A         OPEN I-O HISTFILE
00644B     END-IF.
0064Y0     OPEN I-O HSTPRIOR.
0064Y1     IF NOT SD-HSTPRIOR-OK
0064Y2         OPEN OUTPUT HSTPRIOR
0064Y3         CLOSE HSTPRIOR
0064Y4         OPEN I-O HSTPRIOR
0064Y5     END-IF.
0064Y6     IF NOT SD-HSTPRIOR-OK
0064Y7         DISPLAY "S20734621 - HSTPRIOR OPEN FAILED, STATUS="
0064Y8             SD-HSTPRIOR-STATUS
0064Y9         MOVE 16 TO RETURN-CODE
0064YA         STOP RUN
0064YB     END-IF.
00644I     OPEN I-O REJMAST.
00644J     IF NOT SD-REJMAST-OK
00644K         OPEN OUTPUT REJMAST
006540     MOVE "Y" TO SD-GRAND-MINMAX-SWITCH.
006542     MOVE 0 TO SD-GROUP-SUM.
006544     MOVE 0 TO SD-GROUP-SUMSQ.
006545     MOVE 0 TO SD-GROUP-RAW-SUM.
006546     MOVE "Y" TO SD-GROUP-MINMAX-SWITCH.
006550     MOVE 0 TO SD-RECS-SINCE-CHECKPOINT.
006560     SET SD-FIRST-RECORD TO TRUE.
00658P             CLOSE INFILE
00658Q             CLOSE GRPFILE
0065Q1             CLOSE GRPHIST
0065QK             CLOSE CALFILE
00658R             CLOSE HISTFILE
0065QY             CLOSE HSTPRIOR
0065Q2             CLOSE REJMAST
0065Q3             CLOSE DUPFILE
00658S             STOP RUN
00658E         PERFORM 1078-CHECK-FINGERPRINT THRU 1078-EXIT
00658F         IF SD-FP-MATCHED AND NOT SD-OVERRIDE-FORCE
00658G             MOVE 10 TO RETURN-CODE
00658V             SET SD-FP-REFUSED TO TRUE
00658W             PERFORM 3200-WRITE-AUDIT-LOG THRU 3200-EXIT
00658H             CLOSE INFILE
00658I             CLOSE GRPFILE
0065I1             CLOSE GRPHIST
0065IK             CLOSE CALFILE
00658J             CLOSE HISTFILE
0065IY             CLOSE HSTPRIOR
0065I2             CLOSE REJMAST
0065I3             CLOSE DUPFILE
00658K             STOP RUN
006586         CLOSE INFILE
006587         CLOSE GRPFILE
0065R1         CLOSE GRPHIST
0065RK         CLOSE CALFILE
006588         CLOSE HISTFILE
0065RY         CLOSE HSTPRIOR
0065R2         CLOSE REJMAST
0065R3         CLOSE DUPFILE
006589         CLOSE RUNFILE
00658B     END-IF.
006590     IF SD-RESTART-RUN
006600         OPEN EXTEND REJFILE
0065T1         OPEN EXTEND RDGARCH
006610         OPEN EXTEND RPTFILE
006620         OPEN EXTEND CSVFILE
006622         OPEN EXTEND EXCFILE
006630         PERFORM 1070-SKIP-TO-CHECKPOINT THRU 1070-EXIT
006640     ELSE
006650         OPEN OUTPUT REJFILE
0065T2         OPEN OUTPUT RDGARCH
006660         OPEN OUTPUT RPTFILE
006670         OPEN OUTPUT CSVFILE
006672         OPEN EXTEND EXCFILE
006682         PERFORM 1055-WRITE-EXC-HEADING THRU 1055-EXIT
006690     END-IF.
006700     PERFORM 1090-VERIFY-OPENS THRU 1090-EXIT.
0066A1     IF SD-MERGE-MODE
0066A2         PERFORM 1095-CHECK-ARCHIN THRU 1095-EXIT
0066A3     END-IF.
0066P0     IF NOT SD-MERGE-MODE
0066P1         PERFORM 1046-LOAD-PAIRS THRU 1046-EXIT
0066P2     END-IF.
006702     IF SD-RESTART-RUN AND SD-CURRENT-GROUP NOT = SPACES
006704         PERFORM 1170-LOOKUP-GROUP THRU 1170-EXIT
006706     END-IF.
006756         CLOSE INFILE
006757         CLOSE GRPFILE
00675G         CLOSE GRPHIST
00675K         CLOSE CALFILE
00675A         CLOSE HISTFILE
00675Y         CLOSE HSTPRIOR
00675H         CLOSE REJMAST
00675I         CLOSE DUPFILE
00675B         CLOSE RUNFILE
006758         CLOSE REJFILE
0067A1         CLOSE RDGARCH
006759         CLOSE RPTFILE
006760         CLOSE CSVFILE
00675C         CLOSE EXCFILE
00675D         IF SD-GRPWORK-IS-OPEN
00675E             CLOSE GRPWORK
00675F         END-IF
006761         STOP RUN
006762     END-IF.
006763     PERFORM 1400-GROUP-BREAK THRU 1400-EXIT.
00676P     PERFORM 1460-FLUSH-PAIRS THRU 1460-EXIT.
006770     PERFORM 3100-WRITE-GRAND-LINE THRU 3100-EXIT.
006780     PERFORM 3200-WRITE-AUDIT-LOG THRU 3200-EXIT.
006790     PERFORM 1600-CLEAR-CHECKPOINT THRU 1600-EXIT.
006800     CLOSE INFILE.
006805     CLOSE GRPFILE.
006807     CLOSE GRPHIST.
00680K     CLOSE CALFILE.
006806     CLOSE HISTFILE.
00680Y     CLOSE HSTPRIOR.
006808     CLOSE REJMAST.
006809     CLOSE DUPFILE.
006810     CLOSE REJFILE.
006811     CLOSE RDGARCH.
006820     CLOSE RPTFILE.
006830     CLOSE CSVFILE.
006832     CLOSE EXCFILE.
006834     IF SD-TOLERANCE-BREACHES > 0
006836         MOVE 4 TO RETURN-CODE
006838     END-IF.
00683K     IF SD-CAL-LAPSED-GROUPS > 0
00683L         MOVE 4 TO RETURN-CODE
00683M     END-IF.
00683P     IF SD-PAIR-EXCEPTIONS > 0
00683Q         MOVE 4 TO RETURN-CODE
00683R     END-IF.
006831     IF SD-NONGOOD-GROUPS > 0
006833         MOVE 4 TO RETURN-CODE
006835     END-IF.
006840 1000-EXIT.
006850     EXIT.
006860*
006980     STRING SD-RUN-MM "/" SD-RUN-DD "/" SD-RUN-YY
006990         DELIMITED BY SIZE INTO SD-RUN-DATE-DISPLAY.
006992     COMPUTE SD-RUN-DATE-CCYYMMDD = 20000000 + SD-RUN-DATE.
006994     MOVE SD-RUN-DATE-CCYYMMDD TO SD-START-DATE.
006996     ACCEPT SD-START-TIME FROM TIME.
007000 1045-EXIT.
007010     EXIT.
007020*
00725F     WRITE EX-EXCEPTION-LINE.
00725G 1055-EXIT.
00725H     EXIT.
0072P0*
0072P1******************************************************************
0072P2*    1046-LOAD-PAIRS      -  READS THE REDUNDANT-SENSOR PAIR     *
0072P3*                            CARDS INTO THE PAIR TABLE.  WITH NO *
0072P4*                            PAIRFILE, OR NO USABLE CARD ON IT,  *
0072P5*                            NO PAIR IS CHECKED.  A FRESH RUN    *
0072P6*                            STARTS AN EMPTY PAIRHLD; A RESTART  *
0072P7*                            KEEPS THE READINGS ALREADY HELD AND *
0072P8*                            RELOADS WHICH GROUPS THEY COVER.    *
0072P9******************************************************************
0072PA 1046-LOAD-PAIRS.
0072PB     MOVE 0 TO SD-PAIR-COUNT.
0072PC     OPEN INPUT PAIRFILE.
0072PD     IF NOT SD-PAIRFILE-OK
0072PE         GO TO 1046-EXIT
0072PF     END-IF.
0072PG     MOVE "N" TO SD-PAIR-EOF-SWITCH.
0072PH     PERFORM 1047-READ-PAIR-CARD THRU 1047-EXIT
0072PI         UNTIL SD-PAIR-CARDS-DONE.
0072PJ     CLOSE PAIRFILE.
0072PK     IF SD-PAIR-COUNT = 0
0072PL         GO TO 1046-EXIT
0072PM     END-IF.
0072PN     IF SD-RESTART-RUN
0072PO         PERFORM 1048-RELOAD-PAIR-STATE THRU 1048-EXIT
0072PP         GO TO 1046-EXIT
0072PQ     END-IF.
0072PR     OPEN OUTPUT PAIRHLD.
0072PS     IF NOT SD-PAIRHLD-OK
0072PT         DISPLAY "S20734621 - PAIRHLD OPEN FAILED, STATUS="
0072PU             SD-PAIRHLD-STATUS
0072PV         MOVE 16 TO RETURN-CODE
0072PW         STOP RUN
0072PX     END-IF.
0072PY     CLOSE PAIRHLD.
0072PZ 1046-EXIT.
0072Q0     EXIT.
0072Q1*
0072Q2******************************************************************
0072Q3*    1047-READ-PAIR-CARD  -  READS AND EDITS ONE PAIR CARD.  BOTH*
0072Q4*                            GROUPS MUST BE GIVEN AND DIFFER, AND*
0072Q5*                            ANY ALLOWANCE OR MINIMUM GIVEN MUST *
0072Q6*                            BE NUMERIC AND NOT NEGATIVE.  A CARD*
0072Q7*                            THAT FAILS IS IGNORED AND LISTED ON *
0072Q8*                            EXCFILE AND THE CONSOLE.            *
0072Q9******************************************************************
0072QA 1047-READ-PAIR-CARD.
0072QB     READ PAIRFILE.
0072QC     IF NOT SD-PAIRFILE-OK
0072QD         SET SD-PAIR-CARDS-DONE TO TRUE
0072QE         GO TO 1047-EXIT
0072QF     END-IF.
0072QG     IF PR-PRIMARY-GROUP = SPACES OR PR-BACKUP-GROUP = SPACES
0072QH             OR PR-PRIMARY-GROUP = PR-BACKUP-GROUP
0072QI         MOVE "GROUPS MISSING OR THE SAME" TO SD-PAIR-CARD-ERROR
0072QJ         GO TO 1047-BAD-CARD
0072QK     END-IF.
0072QL     MOVE 0 TO SD-PAIR-WORK-MEAN.
0072QM     MOVE 0 TO SD-PAIR-WORK-DIFF.
0072QN     MOVE 1 TO SD-PAIR-WORK-MIN.
0072QO     MOVE "MEAN ALLOWANCE INVALID" TO SD-PAIR-CARD-ERROR.
0072QP     IF PR-MAX-MEAN-DIFF-X NOT = SPACES
0072QQ         IF PR-MAX-MEAN-DIFF NOT NUMERIC
0072QR             GO TO 1047-BAD-CARD
0072QS         END-IF
0072QT         IF PR-MAX-MEAN-DIFF < 0
0072QU             GO TO 1047-BAD-CARD
0072QV         END-IF
0072QW         MOVE PR-MAX-MEAN-DIFF TO SD-PAIR-WORK-MEAN
0072QX     END-IF.
0072QY     MOVE "READING ALLOWANCE INVALID" TO SD-PAIR-CARD-ERROR.
0072QZ     IF PR-MAX-READING-DIFF-X NOT = SPACES
0072R0         IF PR-MAX-READING-DIFF NOT NUMERIC
0072R1             GO TO 1047-BAD-CARD
0072R2         END-IF
0072R3         IF PR-MAX-READING-DIFF < 0
0072R4             GO TO 1047-BAD-CARD
0072R5         END-IF
0072R6         MOVE PR-MAX-READING-DIFF TO SD-PAIR-WORK-DIFF
0072R7     END-IF.
0072R8     MOVE "MINIMUM MATCHED INVALID" TO SD-PAIR-CARD-ERROR.
0072R9     IF PR-MIN-MATCHED-X NOT = SPACES
0072RA         IF PR-MIN-MATCHED NOT NUMERIC
0072RB             GO TO 1047-BAD-CARD
0072RC         END-IF
0072RD         IF PR-MIN-MATCHED = 0
0072RE             GO TO 1047-BAD-CARD
0072RF         END-IF
0072RG         MOVE PR-MIN-MATCHED TO SD-PAIR-WORK-MIN
0072RH     END-IF.
0072RI     IF SD-PAIR-COUNT NOT < 50
0072RJ         MOVE "PAIR TABLE FULL" TO SD-PAIR-CARD-ERROR
0072RK         GO TO 1047-BAD-CARD
0072RL     END-IF.
0072RM     ADD 1 TO SD-PAIR-COUNT.
0072RN     MOVE SD-PAIR-COUNT TO SD-PAIR-SUB.
0072RO     MOVE PR-PRIMARY-GROUP TO SD-PAIR-GROUP-A (SD-PAIR-SUB).
0072RP     MOVE PR-BACKUP-GROUP TO SD-PAIR-GROUP-B (SD-PAIR-SUB).
0072RQ     MOVE SD-PAIR-WORK-MEAN TO SD-PAIR-MAX-MEAN (SD-PAIR-SUB).
0072RR     MOVE SD-PAIR-WORK-DIFF TO SD-PAIR-MAX-DIFF (SD-PAIR-SUB).
0072RS     MOVE SD-PAIR-WORK-MIN TO SD-PAIR-MIN-MATCH (SD-PAIR-SUB).
0072RT     MOVE "N" TO SD-PAIR-A-HELD-SW (SD-PAIR-SUB).
0072RU     MOVE "N" TO SD-PAIR-B-HELD-SW (SD-PAIR-SUB).
0072RV     MOVE "N" TO SD-PAIR-CHECKED-SW (SD-PAIR-SUB).
0072RW     GO TO 1047-EXIT.
0072RX 1047-BAD-CARD.
0072RY     IF NOT SD-RESTART-RUN
0072RZ         MOVE SPACES TO EX-EXCEPTION-LINE
0072S0         STRING "PAIR CARD " PR-PRIMARY-GROUP "/" PR-BACKUP-GROUP
0072S1                " IGNORED - " SD-PAIR-CARD-ERROR
0072S2             DELIMITED BY SIZE INTO EX-EXCEPTION-LINE
0072S3         WRITE EX-EXCEPTION-LINE
0072S4     END-IF.
0072S5     DISPLAY "S20734621 - PAIR CARD " PR-PRIMARY-GROUP "/"
0072S6         PR-BACKUP-GROUP " IGNORED - " SD-PAIR-CARD-ERROR
0072S7         UPON CNSL.
0072S8 1047-EXIT.
0072S9     EXIT.
0072SA*
0072SB******************************************************************
0072SC*    1048-RELOAD-PAIR-STATE - ON A RESTART, MARKS AS HELD EVERY  *
0072SD*                            PAIRED GROUP WHOSE READINGS ARE     *
0072SE*                            ALREADY ON PAIRHLD AND AS CHECKED   *
0072SF*                            EVERY PAIR WITH BOTH GROUPS HELD -  *
0072SG*                            THOSE WERE REPORTED BEFORE THE      *
0072SH*                            CHECKPOINT.                         *
0072SI******************************************************************
0072SJ 1048-RELOAD-PAIR-STATE.
0072SK     OPEN INPUT PAIRHLD.
0072SL     IF NOT SD-PAIRHLD-OK
0072SM         GO TO 1048-EXIT
0072SN     END-IF.
0072SO     MOVE "N" TO SD-PH-EOF-SWITCH.
0072SP     MOVE SPACES TO SD-PH-LAST-GROUP.
0072SQ     PERFORM 1049-READ-HELD THRU 1049-EXIT
0072SR         UNTIL SD-PH-DONE.
0072SS     CLOSE PAIRHLD.
0072ST     PERFORM 1448-SET-CHECKED THRU 1448-EXIT
0072SU         VARYING SD-PAIR-SUB FROM 1 BY 1
0072SV         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0072SW 1048-EXIT.
0072SX     EXIT.
0072SY*
0072SZ******************************************************************
0072T0*    1049-READ-HELD       -  READS ONE HELD READING AND, ON A    *
0072T1*                            CHANGE OF GROUP, MARKS THAT GROUP   *
0072T2*                            HELD IN EVERY PAIR IT BELONGS TO    *
0072T3******************************************************************
0072T4 1049-READ-HELD.
0072T5     READ PAIRHLD.
0072T6     IF NOT SD-PAIRHLD-OK
0072T7         SET SD-PH-DONE TO TRUE
0072T8         GO TO 1049-EXIT
0072T9     END-IF.
0072TA     IF PH-GROUP-ID = SD-PH-LAST-GROUP
0072TB         GO TO 1049-EXIT
0072TC     END-IF.
0072TD     MOVE PH-GROUP-ID TO SD-PH-LAST-GROUP.
0072TE     MOVE PH-GROUP-ID TO SD-PAIR-HELD-GROUP.
0072TF     PERFORM 1444-MARK-HELD THRU 1444-EXIT
0072TG         VARYING SD-PAIR-SUB FROM 1 BY 1
0072TH         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0072TI 1049-EXIT.
0072TJ     EXIT.
007260*
007270******************************************************************
007280*    1090-VERIFY-OPENS    -  CONFIRMS INFILE, RPTFILE, REJFILE    *
00759D         MOVE 16 TO RETURN-CODE
00759E         STOP RUN
00759F     END-IF.
00759G     IF NOT SD-RDGARCH-OK
00759H         DISPLAY "S20734621 - RDGARCH OPEN FAILED, STATUS="
00759I             SD-RDGARCH-STATUS
00759J         MOVE 16 TO RETURN-CODE
00759K         STOP RUN
00759L     END-IF.
007599 1090-EXIT.
007600     EXIT.
007610*
0075C0******************************************************************
0075C1*    1095-CHECK-ARCHIN    -  MERGE RUN ONLY.  PROBES ARCHIN, THE  *
0075C2*                            ARCHIVE GENERATION(S) HOLDING THE   *
0075C3*                            REPAIRED RUN'S READINGS.  WITH NO   *
0075C4*                            ARCHIVE SUPPLIED THE MERGE FALLS    *
0075C5*                            BACK TO THE STORED HISTORY FIGURES  *
0075C6*                            FOR EVERY GROUP, AS IT DID BEFORE   *
0075C7*                            THE ARCHIVE EXISTED.                *
0075C8******************************************************************
0075C9 1095-CHECK-ARCHIN.
0075CA     MOVE "N" TO SD-ARCHIN-AVAIL-SWITCH.
0075CB     OPEN INPUT ARCHIN.
0075CC     IF NOT SD-ARCHIN-OK
0075CD         DISPLAY "S20734621 - NO READING ARCHIVE FOR RUN "
0075CE             SD-MERGE-RUN-NUMBER
0075CM             " - MERGING FROM STORED FIGURES" UPON CNSL
0075CF         GO TO 1095-EXIT
0075CG     END-IF.
0075CH     CLOSE ARCHIN.
0075CI     MOVE "Y" TO SD-ARCHIN-AVAIL-SWITCH.
0075CJ 1095-EXIT.
0075CK     EXIT.
0075CL*
007620******************************************************************
007630*    1060-CHECK-RESTART   -  LOOKS FOR A CHECKPOINT RECORD LEFT   *
007640*                            BY A PRIOR, INCOMPLETE RUN.  IF ONE  *
00779C             IF CK-COUNT-HASH NUMERIC
00779D                 MOVE CK-COUNT-HASH TO SD-COUNT-HASH
00779E             END-IF
00779F             IF CK-COVERAGE-GAPS NUMERIC
00779G                 MOVE CK-COVERAGE-GAPS TO SD-RUN-GAP-COUNT
00779H             END-IF
007800             MOVE CK-GRAND-MIN TO SD-GRAND-MIN
007810             MOVE CK-GRAND-MAX TO SD-GRAND-MAX
007820             MOVE CK-GRAND-MINMAX-SWITCH TO SD-GRAND-MINMAX-SWITCH
0080Y4     MOVE "N" TO SD-HEADER-SWITCH.
0080Y5     MOVE "N" TO SD-TRAILER-SWITCH.
0080Y6     MOVE 0 TO SD-HDR-FILE-DATE.
0080Y0     MOVE SD-HDR-SOURCE-SYSTEM TO SD-FP-SOURCE-SYSTEM.
0080Y7     MOVE SPACES TO SD-HDR-SOURCE-SYSTEM.
0080Y8     MOVE 0 TO SD-TRL-DETAIL-COUNT.
0080Y9     MOVE 0 TO SD-TRL-HASH-TOTAL.
008053*
008054******************************************************************
008055*    1079-SCAN-AUDIT      -  COMPARES ONE AUDIT LINE'S          *
008056*                            FINGERPRINT.  A RUNBKOUT BACKOUT   *
00805T*                            LINE FOR THE SAME FINGERPRINT      *
00805U*                            RELEASES AN EARLIER MATCH - THE    *
00805V*                            RUN THAT LOADED THE FILE WAS       *
00805W*                            REVERSED.  THE LINE OF A FILE THE  *
00805X*                            GATE REFUSED IS PASSED OVER - IT   *
00805Y*                            WAS NEVER PROCESSED.               *
008057******************************************************************
008058 1079-SCAN-AUDIT.
008059     READ AUDFILE.
00805B         SET SD-FP-SCAN-DONE TO TRUE
00805C         GO TO 1079-EXIT
00805D     END-IF.
00805Z     IF AD-DUPLICATE-FILE
0080Z0         GO TO 1079-EXIT
0080Z1     END-IF.
00805E     IF AD-FINGERPRINT = SD-FINGERPRINT
00805P         IF AD-BACKOUT-LINE
00805Q             MOVE "N" TO SD-FP-MATCH-SWITCH
00805R             GO TO 1079-EXIT
00805S         END-IF
00805F         SET SD-FP-MATCHED TO TRUE
00805G         IF AD-RUN-NUMBER NUMERIC
00805H             MOVE AD-RUN-NUMBER TO SD-FP-PRIOR-RUN
008165     MOVE SD-TOLERANCE-BREACHES TO CK-TOLERANCE-BREACHES.
008166     MOVE SD-CSV-LINES TO CK-CSV-LINES.
008167     MOVE SD-COUNT-HASH TO CK-COUNT-HASH.
008168     MOVE SD-RUN-GAP-COUNT TO CK-COVERAGE-GAPS.
008170     MOVE SD-GRAND-MIN TO CK-GRAND-MIN.
008180     MOVE SD-GRAND-MAX TO CK-GRAND-MAX.
008190     MOVE SD-GRAND-MINMAX-SWITCH TO CK-GRAND-MINMAX-SWITCH.
0085CY         MOVE 8 TO RETURN-CODE
0085CZ         GO TO 1088-EXIT
0085D0     END-IF.
0085D6     IF RC-REVERSED
0085D7         DISPLAY "S20734621 - MERGE RUN " SD-MERGE-RUN-NUMBER
0085D8             " WAS BACKED OUT - NOTHING TO MERGE INTO"
0085D9         SET SD-RUN-BLOCKED TO TRUE
0085DA         MOVE 8 TO RETURN-CODE
0085DB         GO TO 1088-EXIT
0085DC     END-IF.
0085D1     MOVE RC-RUN-DATE TO SD-MERGE-RUN-DATE.
0085D2     MOVE "Y" TO SD-MERGE-SWITCH.
0085D3 1088-EXIT.
009080*                            MASTER, THEN IR-VALUE FOR BLANKS,   *
009090*                            NON-NUMERIC GARBAGE AND READINGS    *
009092*                            OUTSIDE THE GROUP'S OWN LOW/HIGH    *
009094*                            RANGE FROM THE MASTER.  THE RANGE   *
00909K*                            CHECK IS ON THE CALIBRATED VALUE,   *
00909L*                            LEFT IN SD-CAL-VALUE FOR THE        *
00909M*                            ACCUMULATORS.                       *
009100******************************************************************
009110 1160-VALIDATE-RECORD.
009120     SET SD-RECORD-VALID TO TRUE.
009190             SET SD-RECORD-INVALID TO TRUE
009200             MOVE "NUMR" TO SD-REJECT-REASON
009210         ELSE
00921K             PERFORM 1176-PICK-CALIBRATION THRU 1176-EXIT
00921L             PERFORM 1177-APPLY-CALIBRATION THRU 1177-EXIT
009220             IF SD-CAL-WORK < SD-RANGE-LOW
009230                     OR SD-CAL-WORK > SD-RANGE-HIGH
009240                 SET SD-RECORD-INVALID TO TRUE
009250                 MOVE "RNGE" TO SD-REJECT-REASON
00925K             ELSE
00925L                 MOVE SD-CAL-WORK TO SD-CAL-VALUE
009260             END-IF
009270         END-IF
009280     END-IF.
00931B     MOVE 0 TO SD-EXP-MEAN-HIGH.
00931C     MOVE 0 TO SD-MAX-STDDEV.
00931D     MOVE 0 TO SD-EXP-INTERVAL.
0093P0     MOVE 0 TO SD-MAX-NONGOOD-PCT.
009316     MOVE SD-CURRENT-GROUP TO GM-GROUP-ID.
009317     READ GRPFILE.
009318     IF SD-GRPFILE-OK AND GM-ACTIVE
00931M         IF GM-EXP-INTERVAL NUMERIC
00931N             MOVE GM-EXP-INTERVAL TO SD-EXP-INTERVAL
00931O         END-IF
0093P1         IF GM-MAX-NONGOOD-PCT NUMERIC
0093P2             MOVE GM-MAX-NONGOOD-PCT TO SD-MAX-NONGOOD-PCT
0093P3         END-IF
009323     END-IF.
00932A     MOVE SD-GROUP-FOUND-SWITCH TO SD-CUR-GROUP-SWITCH.
00932B     MOVE SD-RANGE-LOW TO SD-CUR-RANGE-LOW.
00932C     MOVE SD-RANGE-HIGH TO SD-CUR-RANGE-HIGH.
00932D     MOVE 0 TO SD-EFF-LOOKUP-DATE.
0093J0     MOVE 0 TO SD-CAL-LOOKUP-DATE.
0093J1     MOVE "N" TO SD-CAL-FOUND-SWITCH.
009324 1170-EXIT.
009325     EXIT.
009326*
00933S 1175-EXIT.
00933T     EXIT.
00933U*
0093K0******************************************************************
0093K1*    1176-PICK-CALIBRATION - FINDS THE CALIBRATION IN FORCE ON   *
0093K2*                            THE READING'S CAPTURE DATE - THE    *
0093K3*                            LATEST ONE EFFECTIVE ON OR BEFORE   *
0093K4*                            IT, WHICH THE INVERSE-DATE KEY      *
0093K5*                            PUTS FIRST AFTER A START ON THE     *
0093K6*                            GROUP AND THAT DATE.  NO SUCH       *
0093K7*                            CALIBRATION, OR NO CALIBRATION      *
0093K8*                            FILE, LEAVES THE READING AS READ.   *
0093K9*                            CACHED PER READING DATE WITHIN THE  *
0093KA*                            GROUP; 1170-LOOKUP-GROUP CLEARS     *
0093KB*                            THE CACHE AT EVERY GROUP CHANGE.    *
0093KC******************************************************************
0093KD 1176-PICK-CALIBRATION.
0093KE     IF NOT SD-CALFILE-AVAILABLE
0093KF         GO TO 1176-EXIT
0093KG     END-IF.
0093KH     IF IR-READING-DATE NOT NUMERIC
0093KI         MOVE 0 TO SD-CAL-LOOKUP-DATE
0093KJ         MOVE "N" TO SD-CAL-FOUND-SWITCH
0093KK         GO TO 1176-EXIT
0093KL     END-IF.
0093KM     IF IR-READING-DATE = SD-CAL-LOOKUP-DATE
0093KN         GO TO 1176-EXIT
0093KO     END-IF.
0093KP     MOVE IR-READING-DATE TO SD-CAL-LOOKUP-DATE.
0093KQ     MOVE "N" TO SD-CAL-FOUND-SWITCH.
0093KR     MOVE SD-CURRENT-GROUP TO CM-GROUP-ID.
0093KS     COMPUTE CM-EFF-DATE-INV = 99999999 - IR-READING-DATE.
0093KT     START CALFILE KEY NOT < CM-CALIB-KEY.
0093KU     IF NOT SD-CALFILE-OK
0093KV         GO TO 1176-EXIT
0093KW     END-IF.
0093L0     READ CALFILE NEXT.
0093L1     IF NOT SD-CALFILE-OK
0093L2         GO TO 1176-EXIT
0093L3     END-IF.
0093L4     IF CM-GROUP-ID NOT = SD-CURRENT-GROUP
0093L5         GO TO 1176-EXIT
0093L6     END-IF.
0093L7     MOVE CM-OFFSET TO SD-CAL-OFFSET.
0093L8     MOVE CM-SCALE TO SD-CAL-SCALE.
0093L9     MOVE CM-CERT-NUMBER TO SD-CAL-CERT.
0093LA     MOVE CM-NEXT-DUE-DATE TO SD-CAL-DUE-DATE.
0093LB     MOVE "Y" TO SD-CAL-FOUND-SWITCH.
0093LC 1176-EXIT.
0093LD     EXIT.
0093LE*
0093LF******************************************************************
0093LG*    1177-APPLY-CALIBRATION - SETS SD-CAL-WORK TO THE READING    *
0093LH*                            TIMES THE SCALE PLUS THE OFFSET     *
0093LI*                            WHEN A CALIBRATION IS IN FORCE, AND *
0093LJ*                            TO THE READING AS RECEIVED WHEN NOT *
0093LK******************************************************************
0093LL 1177-APPLY-CALIBRATION.
0093LM     MOVE IR-VALUE TO SD-CAL-WORK.
0093LN     IF SD-CAL-IN-FORCE
0093LO         COMPUTE SD-CAL-WORK ROUNDED =
0093LP             (IR-VALUE * SD-CAL-SCALE) + SD-CAL-OFFSET
0093LQ     END-IF.
0093LR 1177-EXIT.
0093LS     EXIT.
0093LT*
00934A******************************************************************
00934B*    1180-CHECK-DUPLICATE -  REGISTERS THE READING'S GROUP AND   *
00934C*                            CAPTURE TIMESTAMP ON THE SEEN-      *
009330*    1200-ACCUM-READING  -  SPILLS ONE VALID READING TO THE      *
009340*                            GRPWORK SORT WORK FILE (OPENED      *
009350*                            FRESH ON THE GROUP'S FIRST VALID    *
009352*                            READING) AND TO THE READING         *
009354*                            ARCHIVE, AND ROLLS IT INTO THE      *
009370*                            PER-GROUP AND RUN-WIDE GRAND        *
009380*                            SUM/SUMSQ/COUNT/MIN/MAX, ALL KEPT   *
009390*                            CURRENT PER READING SO NO TABLE OF  *
009391*                            THE GROUP'S READINGS IS HELD IN     *
009392*                            STORAGE.  THE FIGURES ARE ON THE    *
00939K*                            CALIBRATED VALUE; THE RAW VALUE IS  *
00939L*                            ARCHIVED AND SUMMED BESIDE IT, AND  *
00939M*                            A READING CAPTURED AFTER ITS        *
00939N*                            CALIBRATION FELL DUE IS COUNTED.    *
009394*                            AN ESTIMATED READING IS ONLY        *
009395*                            COUNTED, AND A SUSPECT ONE (OR ANY  *
009396*                            CODE NOT KNOWN) IS COUNTED AND      *
009397*                            SPILLED FLAGGED S FOR THE COVERAGE  *
009398*                            SCAN ALONE; NEITHER REACHES THE     *
009399*                            ARCHIVE OR THE FIGURES.             *
009393******************************************************************
009400 1200-ACCUM-READING.
0094B0     IF IR-QUAL-ESTIMATED
0094B1         ADD 1 TO SD-EST-COUNT
0094B2         GO TO 1200-EXIT
0094B3     END-IF.
009402     IF NOT SD-GRPWORK-IS-OPEN
009404         OPEN OUTPUT GRPWORK
009405         IF NOT SD-GRPWORK-OK
00940A             DISPLAY "S20734621 - GRPWORK OPEN FAILED, STATUS="
00940C             MOVE 16 TO RETURN-CODE
00940D             STOP RUN
00940E         END-IF
00940F         SET SD-GRPWORK-IS-OPEN TO TRUE
009406     END-IF.
009412     MOVE SD-CAL-VALUE TO GW-VALUE.
009413     MOVE IR-READING-DATE TO GW-READING-DATE.
00941A     MOVE IR-READING-TIME TO GW-READING-TIME.
0094C0     MOVE IR-QUALITY-CODE TO GW-QUALITY-CODE.
0094C1     IF NOT IR-QUAL-GOOD AND NOT IR-QUAL-MANUAL
0094C2         MOVE "S" TO GW-QUALITY-CODE
0094C3         WRITE GW-WORK-RECORD
0094C4         ADD 1 TO SD-SUSP-COUNT
0094C5         GO TO 1200-EXIT
0094C6     END-IF.
0094C7     IF IR-QUAL-MANUAL
0094C8         ADD 1 TO SD-MANUAL-COUNT
0094C9     END-IF.
009410     ADD 1 TO SD-NUM-COUNT.
009414     WRITE GW-WORK-RECORD.
0094A1     MOVE SPACES TO RA-ARCHIVE-RECORD.
0094A2     MOVE IR-GROUP-ID TO RA-GROUP-ID.
0094A3     MOVE IR-READING-DATE TO RA-READING-DATE.
0094A4     MOVE IR-READING-TIME TO RA-READING-TIME.
0094A5     MOVE SD-CAL-VALUE TO RA-VALUE.
0094AK     MOVE IR-VALUE TO RA-RAW-VALUE.
0094A6     MOVE SD-RUN-NUMBER TO RA-RUN-NUMBER.
0094A7     IF SD-MERGE-MODE
0094A8         MOVE SD-MERGE-RUN-NUMBER TO RA-BASE-RUN
0094A9     ELSE
0094AA         MOVE SD-RUN-NUMBER TO RA-BASE-RUN
0094AB     END-IF.
0094AC     WRITE RA-ARCHIVE-RECORD.
009416     ADD SD-CAL-VALUE TO SD-GROUP-SUM.
009417     ADD IR-VALUE TO SD-GROUP-RAW-SUM.
00941M     IF SD-CAL-IN-FORCE AND IR-READING-DATE > SD-CAL-DUE-DATE
00941N         ADD 1 TO SD-CAL-LAPSED-READINGS
00941O         MOVE SD-CAL-CERT TO SD-CAL-LAPSED-CERT
00941P         MOVE SD-CAL-DUE-DATE TO SD-CAL-LAPSED-DUE
00941Q     END-IF.
009418     COMPUTE SD-GROUP-SUMSQ = SD-GROUP-SUMSQ
00941R         + (SD-CAL-VALUE ** 2).
009419     PERFORM 1250-ACCUM-BAND THRU 1250-EXIT.
00941A     IF SD-GROUP-FIRST-VALUE
00941B         MOVE SD-CAL-VALUE TO SD-GROUP-MIN
00941C         MOVE SD-CAL-VALUE TO SD-GROUP-MAX
00941D         MOVE "N" TO SD-GROUP-MINMAX-SWITCH
00941E     ELSE
00941F         IF SD-CAL-VALUE < SD-GROUP-MIN
00941G             MOVE SD-CAL-VALUE TO SD-GROUP-MIN
00941H         END-IF
00941I         IF SD-CAL-VALUE > SD-GROUP-MAX
00941J             MOVE SD-CAL-VALUE TO SD-GROUP-MAX
00941K         END-IF
00941L     END-IF.
009430     ADD SD-CAL-VALUE TO SD-GRAND-SUM.
009440     COMPUTE SD-GRAND-SUMSQ = SD-GRAND-SUMSQ
00944K         + (SD-CAL-VALUE ** 2).
009450     ADD 1 TO SD-GRAND-COUNT.
009460     IF SD-GRAND-FIRST-VALUE
009470         MOVE SD-CAL-VALUE TO SD-GRAND-MIN
009480         MOVE SD-CAL-VALUE TO SD-GRAND-MAX
009490         MOVE "N" TO SD-GRAND-MINMAX-SWITCH
009500     ELSE
009510         IF SD-CAL-VALUE < SD-GRAND-MIN
009520             MOVE SD-CAL-VALUE TO SD-GRAND-MIN
009530         END-IF
009540         IF SD-CAL-VALUE > SD-GRAND-MAX
009550             MOVE SD-CAL-VALUE TO SD-GRAND-MAX
009560         END-IF
009570     END-IF.
009580 1200-EXIT.
00959G         MOVE 4 TO SD-BAND-PICK
00959H     END-IF.
00959I     ADD 1 TO SD-BAND-COUNT(SD-BAND-PICK).
00959J     ADD SD-CAL-VALUE TO SD-BAND-SUM(SD-BAND-PICK).
00959K     COMPUTE SD-BAND-SUMSQ(SD-BAND-PICK) =
00959L         SD-BAND-SUMSQ(SD-BAND-PICK) + (SD-CAL-VALUE ** 2).
00959M 1250-EXIT.
00959N     EXIT.
00959O*
009746     MOVE IR-READING-DATE TO RJ-READING-DATE.
009748     MOVE IR-READING-TIME TO RJ-READING-TIME.
009749     MOVE SD-RUN-NUMBER TO RJ-RUN-NUMBER.
00974A     MOVE SD-HDR-SOURCE-SYSTEM TO RJ-SOURCE-SYSTEM.
009741     MOVE IR-QUALITY-CODE TO RJ-QUALITY-CODE.
009750     MOVE SD-REJECT-REASON TO RJ-REASON-CODE.
009760     EVALUATE SD-REJECT-REASON
009770         WHEN "BLNK"
00990Q     MOVE RJ-READING-DATE TO OR-READING-DATE.
00990R     MOVE RJ-READING-TIME TO OR-READING-TIME.
00990S     MOVE SD-RUN-NUMBER TO OR-RUN-NUMBER.
0099Z0     MOVE RJ-SOURCE-SYSTEM TO OR-SOURCE-SYSTEM.
0099Z1     MOVE RJ-QUALITY-CODE TO OR-QUALITY-CODE.
00990T     MOVE "O" TO OR-STATUS.
00990U     MOVE 0 TO OR-REPAIRED-DATE.
00990V     MOVE 0 TO OR-RESUBMIT-DATE.
0099E5 1360-EXIT.
0099E6     EXIT.
0099E7*
0099F0******************************************************************
0099F1*    1415-LOAD-ARCHIVED   -  MERGE RUN ONLY.  PULLS THE REPAIRED *
0099F2*                            RUN'S ARCHIVED READINGS FOR THIS    *
0099F3*                            GROUP - EVERY ARCHIVE RECORD WHOSE  *
0099F4*                            BASE RUN IS THE MERGE RUN, SO AN    *
0099F5*                            EARLIER CORRECTION'S READINGS COME  *
0099F6*                            BACK TOO - INTO GRPWORK AND THE     *
0099F7*                            GROUP ACCUMULATORS, SO THE MEAN,    *
0099F8*                            STDDEV, MIN, MAX, MEDIAN,           *
0099F9*                            PERCENTILES AND COVERAGE SCAN ALL   *
0099FA*                            RUN OVER THE WHOLE CORRECTED DAY.   *
0099FB*                            THE ARCHIVE IS FIRST COUNTED        *
0099FC*                            AGAINST THE STORED HISTORY RECORD;  *
0099FD*                            A GROUP WHOSE COUNTS DISAGREE (A    *
0099FE*                            GENERATION LEFT OFF ARCHIN, OR A    *
0099FF*                            CORRECTION SINCE BACKED OUT) IS     *
0099FG*                            LEFT TO 1410-MERGE-ORIGINAL.  THE   *
0099FH*                            ARCHIVE IS READ TWICE PER REPAIRED  *
0099FI*                            GROUP - CORRECTION FILES TOUCH A    *
0099FJ*                            HANDFUL OF GROUPS.  THE RUN-WIDE    *
0099FK*                            GRAND FIGURES AND HOUR BANDS STAY   *
0099FL*                            ON THE FRESH READINGS ONLY.         *
0099FM******************************************************************
0099FN 1415-LOAD-ARCHIVED.
0099FO     IF NOT SD-MERGE-MODE OR NOT SD-ARCHIN-AVAILABLE
0099FP         GO TO 1415-EXIT
0099FQ     END-IF.
0099FR     MOVE SD-CURRENT-GROUP TO HS-GROUP-ID.
0099FS     MOVE SD-MERGE-RUN-DATE TO HS-RUN-DATE.
0099FT     READ HISTFILE.
0099FU     IF NOT SD-HISTFILE-OK
0099FV         GO TO 1415-EXIT
0099FW     END-IF.
0099FX     SET SD-ARCH-COUNT-PASS TO TRUE.
0099FY     PERFORM 1416-SCAN-ARCHIVE THRU 1416-EXIT.
0099FZ     IF SD-ARCH-COUNT NOT = HS-COUNT
0099G0         MOVE SD-ARCH-COUNT TO SD-ED-ARCH-COUNT
0099G1         MOVE HS-COUNT TO SD-ED-COUNT
0099G2         DISPLAY "S20734621 - GROUP " SD-CURRENT-GROUP
0099G3             " ARCHIVE HOLDS " SD-ED-ARCH-COUNT " OF "
0099G4             SD-ED-COUNT " READINGS - MERGING FROM STORED"
0099G5             " FIGURES" UPON CNSL
0099G6         GO TO 1415-EXIT
0099G7     END-IF.
0099G8     SET SD-ARCH-LOAD-PASS TO TRUE.
0099G9     PERFORM 1416-SCAN-ARCHIVE THRU 1416-EXIT.
0099GA     ADD SD-ARCH-COUNT TO SD-NUM-COUNT.
0099GB     SET SD-MERGED-FROM-ARCHIVE TO TRUE.
0099P0     PERFORM 1418-ADD-STORED-QUALITY THRU 1418-EXIT.
0099P1     IF SD-ARCH-REPEAT-COUNT > 0
0099P2         MOVE SD-ARCH-REPEAT-COUNT TO SD-ED-ARCH-COUNT
0099P3         DISPLAY "S20734621 - GROUP " SD-CURRENT-GROUP " "
0099P4             SD-ED-ARCH-COUNT " READINGS ARCHIVED AGAIN BY A"
0099P5             " RESTART TAKEN ONCE" UPON CNSL
0099P6     END-IF.
0099GC 1415-EXIT.
0099GD     EXIT.
0099GE*
0099GF******************************************************************
0099GG*    1416-SCAN-ARCHIVE    -  ONE PASS OVER ARCHIN, COUNTING OR   *
0099GH*                            LOADING THIS GROUP'S READINGS AS    *
0099GI*                            SD-ARCH-PASS-SWITCH SAYS.  THE      *
0099GJ*                            READINGS ARE SORTED ON CAPTURE      *
0099GK*                            DATE, TIME AND RUN SO THAT ONE      *
0099GL*                            ARCHIVED BY A RUN THAT ABENDED AND  *
0099GM*                            AGAIN BY ITS RESTART IS TAKEN ONCE. *
0099GN******************************************************************
0099GO 1416-SCAN-ARCHIVE.
0099GP     MOVE 0 TO SD-ARCH-COUNT.
0099GQ     MOVE 0 TO SD-ARCH-REPEAT-COUNT.
0099GR     SORT ARCSRT ON ASCENDING KEY AQ-READING-DATE
0099GS                                  AQ-READING-TIME
0099GT                                  AQ-RUN-NUMBER
0099GU         INPUT PROCEDURE IS 4500-RELEASE-ARCHIVE THRU 4500-EXIT
0099GV         OUTPUT PROCEDURE IS 4550-COLLECT-ARCHIVED THRU 4550-EXIT.
0099GW 1416-EXIT.
0099GX     EXIT.
0099GY*
0099J0******************************************************************
0099J1*    1418-ADD-STORED-QUALITY - ADDS THE ESTIMATED, SUSPECT AND   *
0099J2*                            MANUAL COUNTS ON THE REPAIRED       *
0099J3*                            RUN'S HISTORY RECORD, STILL IN THE  *
0099J4*                            RECORD AREA, TO THIS RUN'S OWN.     *
0099J5*                            A RECORD WRITTEN BEFORE THE QUALITY *
0099J6*                            CODE CARRIES SPACES AND ADDS NONE.  *
0099J7******************************************************************
0099J8 1418-ADD-STORED-QUALITY.
0099J9     IF HS-EST-COUNT NUMERIC
0099JA         ADD HS-EST-COUNT TO SD-EST-COUNT
0099JB     END-IF.
0099JC     IF HS-SUSP-COUNT NUMERIC
0099JD         ADD HS-SUSP-COUNT TO SD-SUSP-COUNT
0099JE     END-IF.
0099JF     IF HS-MANUAL-COUNT NUMERIC
0099JG         ADD HS-MANUAL-COUNT TO SD-MANUAL-COUNT
0099JH     END-IF.
0099JI 1418-EXIT.
0099JJ     EXIT.
0099JK*
00991A******************************************************************
00991B*    1410-MERGE-ORIGINAL  -  CORRECTION-RUN MERGE FROM STORED     *
00991C*                            FIGURES, FOR A GROUP WHOSE ORIGINAL  *
00991D*                            READINGS 1415-LOAD-ARCHIVED COULD    *
00991E*                            NOT PULL BACK.  READS THE ORIGINAL   *
00991F*                            RUN'S HISTORY RECORD FOR THIS GROUP  *
00991G*                            (KEYED ON THE MERGE RUN DATE) AND    *
00991H*                            COMBINES ITS STORED COUNT, MEAN AND  *
00991I*                            STDDEV WITH THE FRESH READINGS'      *
00991J*                            ACCUMULATORS - SUM AND SUM OF        *
00991K*                            SQUARES REBUILT FROM THE STORED      *
00991L*                            FIGURES ON THE POPULATION            *
00991M*                            DEFINITION, THE SAME ARITHMETIC AS   *
00991N*                            CSVCONSL.  THE MEDIAN IS KEPT FROM   *
00991O*                            THE ORIGINAL RUN AND THE PERCENTILE  *
00991P*                            COLUMNS GO OUT EMPTY - NEITHER CAN   *
00991Q*                            BE REBUILT WITHOUT THE ORIGINAL      *
00991R*                            READINGS SORTED AGAIN.  A GROUP      *
00991S*                            WITH NO ORIGINAL RECORD STANDS ON    *
00991T*                            ITS OWN FIGURES.                     *
00991U******************************************************************
00991V 1410-MERGE-ORIGINAL.
00991W     IF NOT SD-MERGE-MODE OR SD-MERGED-FROM-ARCHIVE
00991X         GO TO 1410-EXIT
00991Y     END-IF.
009921     MOVE SD-CURRENT-GROUP TO HS-GROUP-ID.
009922     MOVE SD-MERGE-RUN-DATE TO HS-RUN-DATE.
009923     READ HISTFILE.
009928     COMPUTE SD-COMB-SUM =
009929         (HS-COUNT * HS-MEAN) + SD-GROUP-SUM.
00992A     COMPUTE SD-HIST-VARIANCE = HS-STDDEV * HS-STDDEV.
0099K0     IF HS-RAW-MEAN NUMERIC
0099K1         COMPUTE SD-GROUP-RAW-SUM =
0099K2             (HS-COUNT * HS-RAW-MEAN) + SD-GROUP-RAW-SUM
0099K3     ELSE
0099K4         COMPUTE SD-GROUP-RAW-SUM =
0099K5             (HS-COUNT * HS-MEAN) + SD-GROUP-RAW-SUM
0099K6     END-IF.
00992B     COMPUTE SD-COMB-SUMSQ =
00992C         (HS-COUNT * (SD-HIST-VARIANCE + (HS-MEAN * HS-MEAN)))
00992D         + SD-GROUP-SUMSQ.
00992Q     END-IF.
00992R     MOVE HS-MEDIAN TO MEDIAN-VALUE.
00992S     MOVE SD-COMB-COUNT TO SD-NUM-COUNT.
00992T     SET SD-MERGED-FROM-STORED TO TRUE.
00992X     PERFORM 1418-ADD-STORED-QUALITY THRU 1418-EXIT.
00992U 1410-EXIT.
00992V     EXIT.
00992W*
010050*                            NEVER COUNTED EITHER, KEEPING THE     *
010060*                            GRAND LINE'S GROUPS= FIGURE EQUAL TO  *
010070*                            THE NUMBER OF SUBTOTAL LINES PRINTED. *
010072*                            ON A MERGE RUN 1415-LOAD-ARCHIVED     *
010074*                            FIRST ADDS THE REPAIRED RUN'S         *
010076*                            ARCHIVED READINGS TO GRPWORK.         *
010077*                            THE GROUP'S READING COUNT IS KEPT FOR *
010078*                            1437-CHECK-QUALITY BEFORE THE RESET.  *
010080******************************************************************
010090 1420-FLUSH-GROUP.
010100     ADD 1 TO SD-GROUP-COUNT.
010102     MOVE "N" TO SD-MERGED-SWITCH.
010103     PERFORM 1415-LOAD-ARCHIVED THRU 1415-EXIT.
010105     CLOSE GRPWORK.
010101     MOVE "N" TO SD-GRPWORK-OPEN-SWITCH.
010110     PERFORM 2000-STDDEV THRU 2000-EXIT.
010120     MOVE SD-GROUP-MIN TO MIN-VALUE.
010125     MOVE SD-GROUP-MAX TO MAX-VALUE.
010136         OUTPUT PROCEDURE IS 4200-COLLECT-STATS THRU 4200-EXIT.
010138     PERFORM 4240-PICK-STATS THRU 4240-EXIT.
010139     PERFORM 1410-MERGE-ORIGINAL THRU 1410-EXIT.
01013K     COMPUTE SD-RAW-MEAN ROUNDED =
01013L         SD-GROUP-RAW-SUM / SD-NUM-COUNT.
010140     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
010150     PERFORM 3050-WRITE-CSV-LINE THRU 3050-EXIT.
010155     PERFORM 3080-WRITE-HISTORY THRU 3080-EXIT.
01015A             OUTPUT PROCEDURE IS 4300-COVERAGE-SCAN
01015B                 THRU 4300-EXIT
01015C     END-IF.
01015D     MOVE SD-NUM-COUNT TO SD-QUAL-USED-COUNT.
010160     MOVE 0 TO SD-NUM-COUNT.
010162     MOVE 0 TO SD-GROUP-SUM.
010164     MOVE 0 TO SD-GROUP-SUMSQ.
01016K     MOVE 0 TO SD-GROUP-RAW-SUM.
010166     MOVE "Y" TO SD-GROUP-MINMAX-SWITCH.
010167     PERFORM 3040-RESET-ONE-BAND THRU 3040-EXIT
010168         VARYING SD-BAND-SUB FROM 1 BY 1
010170 1420-EXIT.
010180     EXIT.
010190*
010191******************************************************************
010192*    1425-WRITE-NO-STATS  -  FOR A GROUP WITH NO GOOD OR MANUAL  *
010193*                            READING BUT SOME ESTIMATED OR       *
010194*                            SUSPECT ONES, CLOSES GRPWORK IF A   *
010195*                            SUSPECT READING OPENED IT AND       *
010196*                            PRINTS ONE LINE WITH THE COUNTS IN  *
010197*                            PLACE OF THE SUBTOTAL LINES.  NO    *
010198*                            CSV OR HISTORY RECORD IS WRITTEN,   *
010199*                            AND THE GROUP IS NOT COUNTED - AS   *
01019A*                            WHEN ALL ITS READINGS ARE REJECTED. *
01019B******************************************************************
01019C 1425-WRITE-NO-STATS.
01019D     IF SD-GRPWORK-IS-OPEN
01019E         CLOSE GRPWORK
01019F         MOVE "N" TO SD-GRPWORK-OPEN-SWITCH
01019G     END-IF.
01019H     MOVE SD-EST-COUNT TO SD-ED-EST-COUNT.
01019I     MOVE SD-SUSP-COUNT TO SD-ED-SUSP-COUNT.
01019J     MOVE SPACES TO RP-REPORT-LINE.
01019K     STRING SD-GROUP-DESC       "  "
01019L            "NO GOOD OR MANUAL READINGS"
01019M            "  EST " SD-ED-EST-COUNT
01019N            "  SUSP " SD-ED-SUSP-COUNT
01019O         DELIMITED BY SIZE INTO RP-REPORT-LINE.
01019P     WRITE RP-REPORT-LINE.
01019Q 1425-EXIT.
01019R     EXIT.
01019S*
010200******************************************************************
010210*    1400-GROUP-BREAK     -  FINALISES THE STATISTICS FOR THE     *
010220*                            GROUP JUST COMPLETED, WRITES ITS      *
010230*                            SUBTOTAL LINES, RESETS THE GROUP      *
010240*                            ACCUMULATORS, AND CHECKPOINTS THE RUN *
010241*                            (A GROUP WITH ONLY ESTIMATED OR     *
010242*                            SUSPECT READINGS GETS ONE COUNTS    *
010243*                            LINE AND THE QUALITY CHECK ONLY)    *
010250******************************************************************
010260 1400-GROUP-BREAK.
010270     IF SD-NUM-COUNT > 0
010280         PERFORM 1420-FLUSH-GROUP THRU 1420-EXIT
010281         PERFORM 1430-CHECK-TOLERANCE THRU 1430-EXIT
010285         PERFORM 1435-CHECK-CALIBRATION THRU 1435-EXIT
01028K         PERFORM 1437-CHECK-QUALITY THRU 1437-EXIT
01028P         PERFORM 1440-CHECK-PAIRS THRU 1440-EXIT
010290         PERFORM 1500-WRITE-CHECKPOINT THRU 1500-EXIT
010300         MOVE 0 TO SD-RECS-SINCE-CHECKPOINT
010301     ELSE
010302         IF SD-EST-COUNT > 0 OR SD-SUSP-COUNT > 0
010303             PERFORM 1425-WRITE-NO-STATS THRU 1425-EXIT
010304             PERFORM 1437-CHECK-QUALITY THRU 1437-EXIT
010305         END-IF
010310     END-IF.
010320 1400-EXIT.
010330     EXIT.
010349 1430-EXIT.
01034A     EXIT.
01034B*
0103K0******************************************************************
0103K1*    1435-CHECK-CALIBRATION - LISTS THE GROUP ON EXCFILE WHEN    *
0103K2*                            ANY OF ITS READINGS WAS CAPTURED    *
0103K3*                            AFTER THE CALIBRATION IN FORCE FELL *
0103K4*                            DUE, WITH THE CERTIFICATE, DUE DATE *
0103K5*                            AND NUMBER OF SUCH READINGS, AND    *
0103K6*                            REPORTS IT TO THE CONSOLE.  RESETS  *
0103K7*                            THE LAPSE COUNT FOR THE NEXT GROUP. *
0103K8******************************************************************
0103K9 1435-CHECK-CALIBRATION.
0103KA     IF SD-CAL-LAPSED-READINGS = 0
0103KB         GO TO 1435-EXIT
0103KC     END-IF.
0103KD     ADD 1 TO SD-CAL-LAPSED-GROUPS.
0103KE     MOVE SD-CAL-LAPSED-READINGS TO SD-ED-LAPSED.
0103KF     MOVE SPACES TO EX-EXCEPTION-LINE.
0103KG     STRING SD-CURRENT-GROUP  " "
0103KH            SD-GROUP-DESC     " CALIBRATION LAPSED CERT "
0103KI            SD-CAL-LAPSED-CERT
0103KJ            " DUE " SD-CAL-LAPSED-DUE
0103KK            " " SD-ED-LAPSED " READINGS AFTER DUE DATE"
0103KL         DELIMITED BY SIZE INTO EX-EXCEPTION-LINE.
0103KM     WRITE EX-EXCEPTION-LINE.
0103KN     DISPLAY "S20734621 - GROUP " SD-CURRENT-GROUP
0103KO         " CALIBRATION LAPSED" UPON CNSL.
0103KP     MOVE 0 TO SD-CAL-LAPSED-READINGS.
0103KQ 1435-EXIT.
0103KR     EXIT.
0103KS*
0103L0******************************************************************
0103L1*    1437-CHECK-QUALITY   -  SETS THE SHARE OF THE GROUP'S       *
0103L2*                            READINGS FLAGGED OTHER THAN GOOD -  *
0103L3*                            ESTIMATED, SUSPECT OR MANUAL -      *
0103L4*                            AGAINST THE GROUP MASTER LIMIT,     *
0103L5*                            LISTING THE GROUP ON EXCFILE AND    *
0103L6*                            THE CONSOLE WHEN IT IS OVER.  A     *
0103L7*                            ZERO LIMIT MEANS NONE IS SET.       *
0103L8*                            RESETS THE QUALITY COUNTS FOR THE   *
0103L9*                            NEXT GROUP.                         *
0103LA******************************************************************
0103LB 1437-CHECK-QUALITY.
0103LC     IF SD-MAX-NONGOOD-PCT = 0
0103LD         GO TO 1437-RESET
0103LE     END-IF.
0103LF     COMPUTE SD-QUAL-TOTAL = SD-QUAL-USED-COUNT + SD-EST-COUNT
0103LG         + SD-SUSP-COUNT.
0103LH     IF SD-QUAL-TOTAL = 0
0103LI         GO TO 1437-RESET
0103LJ     END-IF.
0103LK     COMPUTE SD-NONGOOD-COUNT = SD-EST-COUNT + SD-SUSP-COUNT
0103LL         + SD-MANUAL-COUNT.
0103LM     IF SD-NONGOOD-COUNT * 100
0103LN             NOT > SD-MAX-NONGOOD-PCT * SD-QUAL-TOTAL
0103LO         GO TO 1437-RESET
0103LP     END-IF.
0103LQ     ADD 1 TO SD-NONGOOD-GROUPS.
0103LR     COMPUTE SD-NONGOOD-PCT ROUNDED =
0103LS         (SD-NONGOOD-COUNT * 100) / SD-QUAL-TOTAL.
0103LT     MOVE SD-NONGOOD-PCT TO SD-ED-NONGOOD-PCT.
0103LU     MOVE SD-MAX-NONGOOD-PCT TO SD-ED-MAX-NONGOOD.
0103LV     MOVE SD-EST-COUNT TO SD-ED-EST-COUNT.
0103LW     MOVE SD-SUSP-COUNT TO SD-ED-SUSP-COUNT.
0103LX     MOVE SD-MANUAL-COUNT TO SD-ED-MAN-COUNT.
0103LY     MOVE SPACES TO EX-EXCEPTION-LINE.
0103LZ     STRING SD-CURRENT-GROUP  " "
0103M0            SD-GROUP-DESC     " NON-GOOD READINGS "
0103M1            SD-ED-NONGOOD-PCT "% OVER MAX "
0103M2            SD-ED-MAX-NONGOOD "% EST " SD-ED-EST-COUNT
0103M3            " SUSP " SD-ED-SUSP-COUNT
0103M4            " MAN " SD-ED-MAN-COUNT
0103M5         DELIMITED BY SIZE INTO EX-EXCEPTION-LINE.
0103M6     WRITE EX-EXCEPTION-LINE.
0103M7     DISPLAY "S20734621 - GROUP " SD-CURRENT-GROUP
0103M8         " NON-GOOD READINGS OVER LIMIT" UPON CNSL.
0103M9 1437-RESET.
0103MA     MOVE 0 TO SD-EST-COUNT.
0103MB     MOVE 0 TO SD-SUSP-COUNT.
0103MC     MOVE 0 TO SD-MANUAL-COUNT.
0103MD     MOVE 0 TO SD-QUAL-USED-COUNT.
0103ME 1437-EXIT.
0103MF     EXIT.
0103MG*
0103P0******************************************************************
0103P1*    1440-CHECK-PAIRS     -  WHEN THE GROUP JUST FLUSHED BELONGS *
0103P2*                            TO A REDUNDANT-SENSOR PAIR, HOLDS   *
0103P3*                            ITS READINGS ON PAIRHLD AND CHECKS  *
0103P4*                            EVERY PAIR WHOSE OTHER GROUP IS     *
0103P5*                            ALREADY HELD.  NOTHING TO DO ON A   *
0103P6*                            MERGE CORRECTION RUN, WHEN THE PAIR *
0103P7*                            TABLE IS NEVER LOADED.              *
0103P8******************************************************************
0103P9 1440-CHECK-PAIRS.
0103PA     IF SD-PAIR-COUNT = 0
0103PB         GO TO 1440-EXIT
0103PC     END-IF.
0103PD     MOVE "N" TO SD-PAIR-MEMBER-SWITCH.
0103PE     PERFORM 1441-FIND-MEMBER THRU 1441-EXIT
0103PF         VARYING SD-PAIR-SUB FROM 1 BY 1
0103PG         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0103PH     IF NOT SD-PAIR-MEMBER
0103PI         GO TO 1440-EXIT
0103PJ     END-IF.
0103PK     PERFORM 1442-HOLD-READINGS THRU 1442-EXIT.
0103PL     MOVE SD-CURRENT-GROUP TO SD-PAIR-HELD-GROUP.
0103PM     PERFORM 1444-MARK-HELD THRU 1444-EXIT
0103PN         VARYING SD-PAIR-SUB FROM 1 BY 1
0103PO         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0103PP     PERFORM 1445-TEST-PAIR THRU 1445-EXIT
0103PQ         VARYING SD-PAIR-SUB FROM 1 BY 1
0103PR         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0103PS 1440-EXIT.
0103PT     EXIT.
0103PU*
0103PV******************************************************************
0103PW*    1441-FIND-MEMBER     -  SETS SD-PAIR-MEMBER WHEN THE CURRENT*
0103PX*                            GROUP IS EITHER GROUP OF ONE PAIR   *
0103PY******************************************************************
0103PZ 1441-FIND-MEMBER.
0103Q0     IF SD-PAIR-GROUP-A (SD-PAIR-SUB) = SD-CURRENT-GROUP
0103Q1             OR SD-PAIR-GROUP-B (SD-PAIR-SUB) = SD-CURRENT-GROUP
0103Q2         SET SD-PAIR-MEMBER TO TRUE
0103Q3     END-IF.
0103Q4 1441-EXIT.
0103Q5     EXIT.
0103Q6*
0103Q7******************************************************************
0103Q8*    1442-HOLD-READINGS   -  COPIES THE GROUP'S READINGS FROM    *
0103Q9*                            GRPWORK, CLOSED BY THE SORTS IN     *
0103QA*                            1420-FLUSH-GROUP, ON TO THE END OF  *
0103QB*                            PAIRHLD UNDER THE GROUP ID          *
0103QC******************************************************************
0103QD 1442-HOLD-READINGS.
0103QE     OPEN INPUT GRPWORK.
0103QF     IF NOT SD-GRPWORK-OK
0103QG         DISPLAY "S20734621 - GRPWORK OPEN FAILED, STATUS="
0103QH             SD-GRPWORK-STATUS
0103QI         MOVE 16 TO RETURN-CODE
0103QJ         STOP RUN
0103QK     END-IF.
0103QL     OPEN EXTEND PAIRHLD.
0103QM     IF NOT SD-PAIRHLD-OK
0103QN         DISPLAY "S20734621 - PAIRHLD OPEN FAILED, STATUS="
0103QO             SD-PAIRHLD-STATUS
0103QP         MOVE 16 TO RETURN-CODE
0103QQ         STOP RUN
0103QR     END-IF.
0103QS     MOVE "N" TO SD-PH-EOF-SWITCH.
0103QT     PERFORM 1443-HOLD-ONE-READING THRU 1443-EXIT
0103QU         UNTIL SD-PH-DONE.
0103QV     CLOSE GRPWORK.
0103QW     CLOSE PAIRHLD.
0103QX 1442-EXIT.
0103QY     EXIT.
0103QZ*
0103R0******************************************************************
0103R1*    1443-HOLD-ONE-READING-  COPIES ONE GRPWORK READING TO       *
0103R2*                            PAIRHLD, PASSING OVER A SUSPECT ONE *
0103R3******************************************************************
0103R4 1443-HOLD-ONE-READING.
0103R5     READ GRPWORK.
0103R6     IF NOT SD-GRPWORK-OK
0103R7         SET SD-PH-DONE TO TRUE
0103R8         GO TO 1443-EXIT
0103R9     END-IF.
0103Y0     IF GW-QUALITY-CODE = "S"
0103Y1         GO TO 1443-EXIT
0103Y2     END-IF.
0103RA     MOVE SPACES TO PH-HOLD-RECORD.
0103RB     MOVE SD-CURRENT-GROUP TO PH-GROUP-ID.
0103RC     MOVE GW-READING-DATE TO PH-READING-DATE.
0103RD     MOVE GW-READING-TIME TO PH-READING-TIME.
0103RE     MOVE GW-VALUE TO PH-VALUE.
0103RF     WRITE PH-HOLD-RECORD.
0103RG 1443-EXIT.
0103RH     EXIT.
0103RI*
0103RJ******************************************************************
0103RK*    1444-MARK-HELD       -  MARKS SD-PAIR-HELD-GROUP AS HELD IN *
0103RL*                            ONE PAIR                            *
0103RM******************************************************************
0103RN 1444-MARK-HELD.
0103RO     IF SD-PAIR-GROUP-A (SD-PAIR-SUB) = SD-PAIR-HELD-GROUP
0103RP         MOVE "Y" TO SD-PAIR-A-HELD-SW (SD-PAIR-SUB)
0103RQ     END-IF.
0103RR     IF SD-PAIR-GROUP-B (SD-PAIR-SUB) = SD-PAIR-HELD-GROUP
0103RS         MOVE "Y" TO SD-PAIR-B-HELD-SW (SD-PAIR-SUB)
0103RT     END-IF.
0103RU 1444-EXIT.
0103RV     EXIT.
0103RW*
0103RX******************************************************************
0103RY*    1445-TEST-PAIR       -  CHECKS ONE PAIR ONCE BOTH OF ITS    *
0103RZ*                            GROUPS ARE HELD                     *
0103S0******************************************************************
0103S1 1445-TEST-PAIR.
0103S2     IF SD-PAIR-CHECKED (SD-PAIR-SUB)
0103S3         GO TO 1445-EXIT
0103S4     END-IF.
0103S5     IF SD-PAIR-A-HELD (SD-PAIR-SUB)
0103S6             AND SD-PAIR-B-HELD (SD-PAIR-SUB)
0103S7         PERFORM 1446-MATCH-PAIR THRU 1446-EXIT
0103S8         MOVE "Y" TO SD-PAIR-CHECKED-SW (SD-PAIR-SUB)
0103S9     END-IF.
0103SA 1445-EXIT.
0103SB     EXIT.
0103SC*
0103SD******************************************************************
0103SE*    1446-MATCH-PAIR      -  SORTS THE HELD READINGS OF BOTH     *
0103SF*                            GROUPS OF THE PAIR ON CAPTURE       *
0103SG*                            TIMESTAMP, WITH THE FIRST GROUP     *
0103SH*                            AHEAD OF THE SECOND ON A TIE, SO    *
0103SI*                            4450-MATCH-READINGS CAN PAIR        *
0103SJ*                            READINGS TAKEN AT THE SAME MOMENT,  *
0103SK*                            THEN REPORTS THE PAIR               *
0103SL******************************************************************
0103SM 1446-MATCH-PAIR.
0103SN     MOVE SD-PAIR-GROUP-A (SD-PAIR-SUB) TO SD-PM-GROUP-A.
0103SO     MOVE SD-PAIR-GROUP-B (SD-PAIR-SUB) TO SD-PM-GROUP-B.
0103SP     MOVE 0 TO SD-PM-COUNT.
0103SQ     MOVE 0 TO SD-PM-MAX-DIFF.
0103SR     MOVE 0 TO SD-PM-SUM-DIFF.
0103SS     MOVE 0 TO SD-PM-SUM-A.
0103ST     MOVE 0 TO SD-PM-SUM-B.
0103SU     MOVE 0 TO SD-PM-SUMSQ-A.
0103SV     MOVE 0 TO SD-PM-SUMSQ-B.
0103SW     MOVE 0 TO SD-PM-SUM-AB.
0103SX     SORT PAIRSRT ON ASCENDING KEY PS-READING-DATE
0103SY                                   PS-READING-TIME
0103SZ                                   PS-SIDE
0103T0         INPUT PROCEDURE IS 4400-RELEASE-PAIR THRU 4400-EXIT
0103T1         OUTPUT PROCEDURE IS 4450-MATCH-READINGS THRU 4450-EXIT.
0103T2     PERFORM 1447-REPORT-PAIR THRU 1447-EXIT.
0103T3 1446-EXIT.
0103T4     EXIT.
0103T5*
0103T6******************************************************************
0103T7*    1447-REPORT-PAIR     -  PRINTS THE PAIRED COUNT, MEAN AND   *
0103T8*                            LARGEST DIFFERENCE AND CORRELATION  *
0103T9*                            UNDER THE GROUP AND LISTS THE PAIR  *
0103TA*                            ON EXCFILE WHEN IT HAS FEWER MATCHED*
0103TB*                            READINGS THAN ITS MINIMUM OR A      *
0103TC*                            DIFFERENCE OUTSIDE ITS ALLOWANCE.   *
0103TD*                            AN ALLOWANCE OF ZERO IS NOT CHECKED.*
0103TE*                            THE CORRELATION IS N/A WHEN EITHER  *
0103TF*                            GROUP'S MATCHED READINGS DO NOT     *
0103TG*                            VARY.                               *
0103TH******************************************************************
0103TI 1447-REPORT-PAIR.
0103TJ     MOVE 0 TO SD-PM-MEAN-DIFF.
0103TK     MOVE "N" TO SD-PM-CORR-SWITCH.
0103TL     IF SD-PM-COUNT = 0
0103TM         GO TO 1447-PRINT
0103TN     END-IF.
0103TO     COMPUTE SD-PM-MEAN-DIFF ROUNDED =
0103TP         SD-PM-SUM-DIFF / SD-PM-COUNT.
0103TQ     COMPUTE SD-PM-VAR-A ROUNDED = (SD-PM-SUMSQ-A -
0103TR         (SD-PM-SUM-A * SD-PM-SUM-A) / SD-PM-COUNT) / SD-PM-COUNT.
0103TS     COMPUTE SD-PM-VAR-B ROUNDED = (SD-PM-SUMSQ-B -
0103TT         (SD-PM-SUM-B * SD-PM-SUM-B) / SD-PM-COUNT) / SD-PM-COUNT.
0103TU     COMPUTE SD-PM-COVAR ROUNDED = (SD-PM-SUM-AB -
0103TV         (SD-PM-SUM-A * SD-PM-SUM-B) / SD-PM-COUNT) / SD-PM-COUNT.
0103TW     IF SD-PM-VAR-A NOT > 0 OR SD-PM-VAR-B NOT > 0
0103TX         GO TO 1447-PRINT
0103TY     END-IF.
0103TZ     COMPUTE SD-PM-SD-A ROUNDED = SD-PM-VAR-A ** (1 / 2).
0103U0     COMPUTE SD-PM-SD-B ROUNDED = SD-PM-VAR-B ** (1 / 2).
0103U1     COMPUTE SD-PM-CORR ROUNDED =
0103U2         SD-PM-COVAR / (SD-PM-SD-A * SD-PM-SD-B).
0103U3     IF SD-PM-CORR > 1
0103U4         MOVE 1 TO SD-PM-CORR
0103U5     END-IF.
0103U6     IF SD-PM-CORR < -1
0103U7         MOVE -1 TO SD-PM-CORR
0103U8     END-IF.
0103U9     SET SD-PM-CORR-KNOWN TO TRUE.
0103UA 1447-PRINT.
0103UB     MOVE SD-PM-COUNT TO SD-ED-PM-COUNT.
0103UC     MOVE SD-PM-MEAN-DIFF TO SD-ED-PM-MEAN.
0103UD     MOVE SD-PM-MAX-DIFF TO SD-ED-PM-MAX.
0103UE     IF SD-PM-CORR-KNOWN
0103UF         MOVE SD-PM-CORR TO SD-ED-PM-CORR
0103UG         MOVE SD-ED-PM-CORR TO SD-PR-PM-CORR
0103UH     ELSE
0103UI         MOVE "    N/A" TO SD-PR-PM-CORR
0103UJ     END-IF.
0103UK     MOVE SPACES TO RP-REPORT-LINE.
0103UL     STRING "      PAIR " SD-PM-GROUP-A "/" SD-PM-GROUP-B
0103UM            "  MATCHED " SD-ED-PM-COUNT
0103UN            "  MEAN DIFF " SD-ED-PM-MEAN
0103UO            "  MAX DIFF " SD-ED-PM-MAX
0103UP            "  CORR " SD-PR-PM-CORR
0103UQ         DELIMITED BY SIZE INTO RP-REPORT-LINE.
0103UR     WRITE RP-REPORT-LINE.
0103US     MOVE SPACES TO SD-PM-REASON.
0103UT     MOVE SD-PM-MEAN-DIFF TO SD-PM-ABS-MEAN.
0103UU     IF SD-PM-ABS-MEAN < 0
0103UV         COMPUTE SD-PM-ABS-MEAN = 0 - SD-PM-MEAN-DIFF
0103UW     END-IF.
0103UX     IF SD-PM-COUNT = 0
0103UY         MOVE "NO MATCHED READINGS" TO SD-PM-REASON
0103UZ     ELSE
0103V0         IF SD-PM-COUNT < SD-PAIR-MIN-MATCH (SD-PAIR-SUB)
0103V1             MOVE "TOO FEW MATCHED READINGS" TO SD-PM-REASON
0103V2         ELSE
0103V3             IF SD-PAIR-MAX-MEAN (SD-PAIR-SUB) > 0
0103V4                     AND SD-PM-ABS-MEAN >
0103V5                         SD-PAIR-MAX-MEAN (SD-PAIR-SUB)
0103V6                 MOVE "MEAN DIFF OUTSIDE ALLOWANCE"
0103V7                     TO SD-PM-REASON
0103V8             END-IF
0103V9             IF SD-PAIR-MAX-DIFF (SD-PAIR-SUB) > 0
0103VA                     AND SD-PM-MAX-DIFF >
0103VB                         SD-PAIR-MAX-DIFF (SD-PAIR-SUB)
0103VC                 MOVE "READING DIFF OUTSIDE ALLOWANCE"
0103VD                     TO SD-PM-REASON
0103VE             END-IF
0103VF         END-IF
0103VG     END-IF.
0103VH     IF SD-PM-REASON = SPACES
0103VI         GO TO 1447-EXIT
0103VJ     END-IF.
0103VK     ADD 1 TO SD-PAIR-EXCEPTIONS.
0103VL     MOVE SPACES TO EX-EXCEPTION-LINE.
0103VM     STRING "PAIR " SD-PM-GROUP-A "/" SD-PM-GROUP-B
0103VN            " " SD-PM-REASON
0103VO            " MATCHED " SD-ED-PM-COUNT
0103VP            " MEAN DIFF " SD-ED-PM-MEAN
0103VQ            " MAX DIFF " SD-ED-PM-MAX
0103VR         DELIMITED BY SIZE INTO EX-EXCEPTION-LINE.
0103VS     WRITE EX-EXCEPTION-LINE.
0103VT     DISPLAY "S20734621 - PAIR " SD-PM-GROUP-A "/" SD-PM-GROUP-B
0103VU         " " SD-PM-REASON UPON CNSL.
0103VV 1447-EXIT.
0103VW     EXIT.
0103VX*
0103VY******************************************************************
0103VZ*    1448-SET-CHECKED     -  ON A RESTART, MARKS ONE PAIR CHECKED*
0103W0*                            WHEN BOTH OF ITS GROUPS ARE ALREADY *
0103W1*                            HELD                                *
0103W2******************************************************************
0103W3 1448-SET-CHECKED.
0103W4     IF SD-PAIR-A-HELD (SD-PAIR-SUB)
0103W5             AND SD-PAIR-B-HELD (SD-PAIR-SUB)
0103W6         MOVE "Y" TO SD-PAIR-CHECKED-SW (SD-PAIR-SUB)
0103W7     END-IF.
0103W8 1448-EXIT.
0103W9     EXIT.
0103WA*
0103WB******************************************************************
0103WC*    1460-FLUSH-PAIRS     -  AT END OF INPUT, CHECKS EVERY PAIR  *
0103WD*                            ONLY ONE OF WHOSE GROUPS ARRIVED, SO*
0103WE*                            THE PAIR IS REPORTED AND LISTED WITH*
0103WF*                            NO MATCHED READINGS                 *
0103WG******************************************************************
0103WH 1460-FLUSH-PAIRS.
0103WI     IF SD-PAIR-COUNT = 0
0103WJ         GO TO 1460-EXIT
0103WK     END-IF.
0103WL     PERFORM 1465-FLUSH-ONE-PAIR THRU 1465-EXIT
0103WM         VARYING SD-PAIR-SUB FROM 1 BY 1
0103WN         UNTIL SD-PAIR-SUB > SD-PAIR-COUNT.
0103WO 1460-EXIT.
0103WP     EXIT.
0103WQ*
0103WR******************************************************************
0103WS*    1465-FLUSH-ONE-PAIR  -  CHECKS ONE UNCHECKED PAIR WITH      *
0103WT*                            EITHER GROUP HELD                   *
0103WU******************************************************************
0103WV 1465-FLUSH-ONE-PAIR.
0103WW     IF SD-PAIR-CHECKED (SD-PAIR-SUB)
0103WX         GO TO 1465-EXIT
0103WY     END-IF.
0103WZ     IF NOT SD-PAIR-A-HELD (SD-PAIR-SUB)
0103X0             AND NOT SD-PAIR-B-HELD (SD-PAIR-SUB)
0103X1         GO TO 1465-EXIT
0103X2     END-IF.
0103X3     PERFORM 1446-MATCH-PAIR THRU 1446-EXIT.
0103X4     MOVE "Y" TO SD-PAIR-CHECKED-SW (SD-PAIR-SUB).
0103X5 1465-EXIT.
0103X6     EXIT.
0103X7*
010350******************************************************************
010360*    1450-PERIODIC-CHECKPOINT - FIRES EVERY SD-CHECKPOINT-INTERVAL *
010370*                            RECORDS READ, REGARDLESS OF WHETHER   *
