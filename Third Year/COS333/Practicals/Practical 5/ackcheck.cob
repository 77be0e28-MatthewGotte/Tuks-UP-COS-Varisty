000260*                A DROPPED ROW SHOWS THE SAME DAY INSTEAD OF AT  *
000270*                MONTH-END RECONCILIATION.  ACKNOWLEDGMENTS      *
000280*                QUOTING A RUN WITH NO MANIFEST ARE LISTED TOO.  *
000282*                AN ORIGINAL EXTRACT WHOSE RESEND (TYPE S,       *
000284*                WRITTEN BY RESEND) THE WAREHOUSE HAS LOADED IS  *
000286*                LISTED AS CLOSED BY THE RESEND.                 *
000290*                                                                 *
000300*-----------------------------------------------------------------*
000310* MODIFICATION HISTORY                                           *
000320*-----------------------------------------------------------------*
000330* DATE       INIT DESCRIPTION                                    *
000340* 02/09/2026 MVM  ORIGINAL PROGRAM.                              *
000342* 15/10/2026 MVM  ACKNOWLEDGMENTS ARE NOW MATCHED ON RUN NUMBER  *
000344*                AND EXTRACT TYPE, SO A RUNBKOUT REVERSAL        *
000346*                MANIFEST (TYPE R) IS CONFIRMED SEPARATELY FROM  *
000348*                THE RUN'S ORIGINAL EXTRACT AND LOGGED AS A      *
000349*                REVERSAL.                                       *
00034A* 15/10/2026 MVM  RESEND MANIFESTS (TYPE S) ARE MATCHED AND       *
00034B*                LOGGED AS RESENDS.  AN ORIGINAL EXTRACT NOT     *
00034C*                CONFIRMED, FAILED OR CONFIRMED WITH DIFFERENT   *
00034D*                TOTALS IS CLOSED, NOT REPORTED AS AN EXCEPTION, *
00034E*                ONCE A RESEND OF THE RUN IS ACKNOWLEDGED AS     *
00034F*                LOADED, AS IS AN EARLIER RESEND THAT FAILED.    *
00034G*                A MANIFEST NOW TAKES AN UNUSED                  *
00034H*                ACKNOWLEDGMENT FIRST, SO REPEATED RESENDS OF    *
00034I*                ONE RUN MATCH THEIR OWN ACKNOWLEDGMENTS.        *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     ACKCHECK.
000960     88  AC-END-OF-ACKS                     VALUE "Y".
000970 01  AC-MAN-EOF-SWITCH          PIC X(01) VALUE "N".
000980     88  AC-END-OF-MANIFESTS                VALUE "Y".
000982 01  AC-ANY-ACK-SWITCH          PIC X(01) VALUE "N".
000984     88  AC-TAKE-ANY-ACK                    VALUE "Y".
000990*
001000******************************************************************
001010*    ACKNOWLEDGMENT TABLE - LOADED UP FRONT AND SEARCHED BY     *
001100         10  AC-ACK-HASH        PIC 9(12).
001110         10  AC-ACK-STAT        PIC X(01).
001120         10  AC-ACK-USED-FLAG   PIC X(01).
001125         10  AC-ACK-TYPE        PIC X(01).
001130*
001140 77  AC-X                       PIC 9(04) COMP VALUE 0.
001150 77  AC-FOUND-SUB               PIC 9(04) COMP VALUE 0.
001155 77  AC-RESEND-SUB              PIC 9(04) COMP VALUE 0.
001160 77  AC-MANIFESTS-READ          PIC 9(06) COMP VALUE 0.
001170 77  AC-CONFIRMED-COUNT         PIC 9(06) COMP VALUE 0.
001180 77  AC-UNCONFIRMED-COUNT       PIC 9(06) COMP VALUE 0.
001190 77  AC-MISMATCH-COUNT          PIC 9(06) COMP VALUE 0.
001200 77  AC-ORPHAN-ACKS             PIC 9(06) COMP VALUE 0.
001205 77  AC-CLOSED-COUNT            PIC 9(06) COMP VALUE 0.
001210*
001220 01  AC-RESULT-TEXT             PIC X(45) VALUE SPACES.
001230*
002440     END-IF.
002450     MOVE AK-STATUS TO AC-ACK-STAT(AC-ACK-COUNT).
002460     MOVE "N" TO AC-ACK-USED-FLAG(AC-ACK-COUNT).
002465     MOVE AK-EXTRACT-TYPE TO AC-ACK-TYPE(AC-ACK-COUNT).
002470 1120-NEXT.
002480     PERFORM 1110-READ-ACK THRU 1110-EXIT.
002490 1120-EXIT.
002640*
002650******************************************************************
002660*    2000-PROCESS-MANIFEST - MATCHES ONE MANIFEST AGAINST THE   *
002670*                            ACK TABLE AND LOGS THE RESULT.  AN *
002672*                            ORIGINAL OR RESEND THAT FAILS TO   *
002674*                            MATCH IS CLOSED INSTEAD WHEN A     *
002676*                            RESEND OF THE RUN HAS BEEN LOADED  *
002680******************************************************************
002690 2000-PROCESS-MANIFEST.
002700     PERFORM 2100-FIND-ACK THRU 2100-EXIT.
002710     IF AC-FOUND-SUB = 0
002712         PERFORM 2200-FIND-RESEND THRU 2200-EXIT
002714         IF AC-RESEND-SUB > 0
002716             ADD 1 TO AC-CLOSED-COUNT
002718             MOVE "NOT CONFIRMED - CLOSED BY RESEND"
002719                 TO AC-RESULT-TEXT
002720         ELSE
002722             ADD 1 TO AC-UNCONFIRMED-COUNT
002730             MOVE "NOT CONFIRMED BY THE WAREHOUSE"
002740                 TO AC-RESULT-TEXT
002745         END-IF
002750         PERFORM 2500-WRITE-LOG THRU 2500-EXIT
002760         GO TO 2000-NEXT
002770     END-IF.
002780     MOVE "Y" TO AC-ACK-USED-FLAG(AC-FOUND-SUB).
002790     IF AC-ACK-STAT(AC-FOUND-SUB) = "F"
002792         PERFORM 2200-FIND-RESEND THRU 2200-EXIT
002794         IF AC-RESEND-SUB > 0
002796             ADD 1 TO AC-CLOSED-COUNT
002798             MOVE "LOAD FAILED - CLOSED BY RESEND"
002799                 TO AC-RESULT-TEXT
002800         ELSE
002802             ADD 1 TO AC-MISMATCH-COUNT
002810             MOVE "LOAD REPORTED FAILED BY THE WAREHOUSE"
002820                 TO AC-RESULT-TEXT
002825         END-IF
002830         PERFORM 2500-WRITE-LOG THRU 2500-EXIT
002840         GO TO 2000-NEXT
002850     END-IF.
002860     IF AC-ACK-LINES(AC-FOUND-SUB) NOT = MF-LINE-COUNT
002870         OR AC-ACK-HASH(AC-FOUND-SUB) NOT = MF-COUNT-HASH
002872         PERFORM 2200-FIND-RESEND THRU 2200-EXIT
002874         IF AC-RESEND-SUB > 0
002876             ADD 1 TO AC-CLOSED-COUNT
002878             MOVE "DIFFERENT TOTALS - CLOSED BY RESEND"
002879                 TO AC-RESULT-TEXT
002880         ELSE
002882             ADD 1 TO AC-MISMATCH-COUNT
002890             MOVE "CONFIRMED WITH DIFFERENT TOTALS"
002900                 TO AC-RESULT-TEXT
002905         END-IF
002910         PERFORM 2500-WRITE-LOG THRU 2500-EXIT
002920         GO TO 2000-NEXT
002930     END-IF.
003010*
003020******************************************************************
003030*    2100-FIND-ACK        -  LINEAR SEARCH OF THE ACK TABLE ON  *
003040*                            THE MANIFEST RUN NUMBER AND        *
003045*                            EXTRACT TYPE - AN ACK NOT YET      *
003046*                            MATCHED FIRST, THEN ANY            *
003050******************************************************************
003060 2100-FIND-ACK.
003070     MOVE 0 TO AC-FOUND-SUB.
003072     MOVE "N" TO AC-ANY-ACK-SWITCH.
003080     PERFORM 2110-CHECK-ACK THRU 2110-EXIT
003090         VARYING AC-X FROM 1 BY 1
003100         UNTIL AC-X > AC-ACK-COUNT
003110         OR AC-FOUND-SUB > 0.
003112     IF AC-FOUND-SUB > 0
003113         GO TO 2100-EXIT
003114     END-IF.
003115     SET AC-TAKE-ANY-ACK TO TRUE.
003116     PERFORM 2110-CHECK-ACK THRU 2110-EXIT
003117         VARYING AC-X FROM 1 BY 1
003118         UNTIL AC-X > AC-ACK-COUNT
003119         OR AC-FOUND-SUB > 0.
003120 2100-EXIT.
003130     EXIT.
003140*
003170******************************************************************
003180 2110-CHECK-ACK.
003190     IF AC-ACK-RUNNO(AC-X) = MF-RUN-NUMBER
003195         AND AC-ACK-TYPE(AC-X) = MF-EXTRACT-TYPE
003197         AND (AC-ACK-USED-FLAG(AC-X) = "N" OR AC-TAKE-ANY-ACK)
003200         MOVE AC-X TO AC-FOUND-SUB
003210     END-IF.
003220 2110-EXIT.
003230     EXIT.
003231*
003232******************************************************************
003233*    2200-FIND-RESEND     -  FOR AN ORIGINAL EXTRACT OR A       *
003234*                            RESEND, SEARCHES THE ACK TABLE FOR *
003235*                            ANOTHER RESEND OF THE SAME RUN     *
003236*                            (TYPE S) THE WAREHOUSE LOADED.     *
003237*                            ITS TOTALS ARE PROVED AGAINST ITS  *
003238*                            OWN MANIFEST WHEN THAT COMES PAST. *
003239******************************************************************
00323A 2200-FIND-RESEND.
00323B     MOVE 0 TO AC-RESEND-SUB.
00323C     IF MF-REVERSAL-EXTRACT
00323D         GO TO 2200-EXIT
00323E     END-IF.
00323F     PERFORM 2210-CHECK-RESEND THRU 2210-EXIT
00323G         VARYING AC-X FROM 1 BY 1
00323H         UNTIL AC-X > AC-ACK-COUNT
00323I         OR AC-RESEND-SUB > 0.
00323J 2200-EXIT.
00323K     EXIT.
00323L*
00323M******************************************************************
00323N*    2210-CHECK-RESEND    -  COMPARES ONE ACK TABLE ENTRY       *
00323O******************************************************************
00323P 2210-CHECK-RESEND.
00323Q     IF AC-ACK-RUNNO(AC-X) = MF-RUN-NUMBER
00323R         AND AC-ACK-TYPE(AC-X) = "S"
00323S         AND AC-ACK-STAT(AC-X) = "L"
00323T         AND AC-X NOT = AC-FOUND-SUB
00323U         MOVE AC-X TO AC-RESEND-SUB
00323V     END-IF.
00323W 2210-EXIT.
00323X     EXIT.
003240*
003250******************************************************************
003260*    2500-WRITE-LOG       -  LOGS ONE MANIFEST AND ITS RESULT   *
003330            AC-ED-COUNT     " "
003340            AC-RESULT-TEXT
003350         DELIMITED BY SIZE INTO AC-REPORT-LINE.
003352     IF MF-REVERSAL-EXTRACT
003354         MOVE "REVERSAL" TO AC-REPORT-LINE(70:8)
003356     END-IF.
003357     IF MF-RESEND-EXTRACT
003358         MOVE "RESEND" TO AC-REPORT-LINE(70:8)
003359     END-IF.
003360     WRITE AC-REPORT-LINE.
003370 2500-EXIT.
003380     EXIT.
003730     STRING "ACKS WITH NO MANIFEST:" AC-ED-COUNT
003740         DELIMITED BY SIZE INTO AC-REPORT-LINE.
003750     WRITE AC-REPORT-LINE.
003752     MOVE AC-CLOSED-COUNT TO AC-ED-COUNT.
003754     MOVE SPACES TO AC-REPORT-LINE.
003756     STRING "CLOSED BY RESEND:    " AC-ED-COUNT
003757         DELIMITED BY SIZE INTO AC-REPORT-LINE.
003758     WRITE AC-REPORT-LINE.
003760     CLOSE MANFILE.
003770     CLOSE ACKFILE.
003780     CLOSE ACKRPT.
003930         STRING AC-ACK-RUNNO(AC-X)
003940                "  ACK MATCHED NO MANIFEST ON FILE"
003950             DELIMITED BY SIZE INTO AC-REPORT-LINE
003955         IF AC-ACK-TYPE(AC-X) = "R"
003957             MOVE "REVERSAL" TO AC-REPORT-LINE(70:8)
003959         END-IF
00395A         IF AC-ACK-TYPE(AC-X) = "S"
00395B             MOVE "RESEND" TO AC-REPORT-LINE(70:8)
00395C         END-IF
003960         WRITE AC-REPORT-LINE
003970     END-IF.
003980 3100-EXIT.
