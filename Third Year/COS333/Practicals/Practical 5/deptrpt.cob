000380*-----------------------------------------------------------------*
000390* DATE       INIT DESCRIPTION                                    *
000400* 02/09/2026 MVM  ORIGINAL PROGRAM.                              *
000401* 15/10/2026 MVM  EACH DEPARTMENT SECTION NOW PRINTS THE         *
000402*                DEPARTMENT NAME AND ITS OWNER - THE PRIMARY     *
000403*                CONTACT AND PHONE - FROM THE NEW DEPARTMENT     *
000404*                MASTER (DMRECCPY, MAINTAINED BY DEPTMNT).       *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     DEPTRPT.
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS HS-HISTORY-KEY
000650         FILE STATUS IS DP-HISTFILE-STATUS.
000652     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
000654         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS RANDOM
000656         RECORD KEY IS DM-DEPT-ID
000658         FILE STATUS IS DP-DEPTFILE-STATUS.
000660     SELECT DEPRPT ASSIGN TO "DEPRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000770 FD  HISTFILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY HSRECCPY.
000792*
000794 FD  DEPTFILE
000796     LABEL RECORDS ARE STANDARD.
000798 COPY DMRECCPY.
000800*
000810 FD  DEPRPT
000820     RECORDING MODE IS F
000950     88  DP-HISTFILE-OK                     VALUE "00".
000960     88  DP-HISTFILE-EOF                    VALUE "10".
000970*
000972 01  DP-DEPTFILE-STATUS         PIC X(02) VALUE "00".
000974     88  DP-DEPTFILE-OK                     VALUE "00".
000976*
000980 01  DP-DEPRPT-STATUS           PIC X(02) VALUE "00".
000990     88  DP-DEPRPT-OK                       VALUE "00".
001000*
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002451     OPEN INPUT DEPTFILE.
002452     IF NOT DP-DEPTFILE-OK
002453         DISPLAY "DEPTRPT - DEPTFILE OPEN FAILED, STATUS="
002454             DP-DEPTFILE-STATUS
002455         MOVE 16 TO RETURN-CODE
002456         STOP RUN
002457     END-IF.
002460     ACCEPT DP-RUN-DATE FROM DATE.
002470     STRING DP-RUN-MM "/" DP-RUN-DD "/" DP-RUN-YY
002480         DELIMITED BY SIZE INTO DP-RUN-DATE-DISPLAY.
005030     WRITE DP-REPORT-LINE.
005040     CLOSE GRPFILE.
005050     CLOSE HISTFILE.
005055     CLOSE DEPTFILE.
005060     CLOSE DEPRPT.
005070     IF DP-HIST-ORPHANS > 0
005080         MOVE 4 TO RETURN-CODE
005160*                            RANGE, AND EITHER THE ROLLED UP    *
005170*                            FIGURES OR THE NO DATA LINE - SO   *
005172*                            THE SECTIONS BURST CLEANLY PER     *
005174*                            DEPARTMENT.  THE NAME AND OWNER    *
005175*                            COME FROM THE DEPARTMENT MASTER.   *
005180******************************************************************
005190 3100-WRITE-DEPT-SECTION.
005192     MOVE SPACES TO DP-REPORT-LINE.
005260            "   RANGE " DP-RANGE-FROM " TO " DP-RANGE-TO
005270         DELIMITED BY SIZE INTO DP-REPORT-LINE.
005280     WRITE DP-REPORT-LINE.
005281     MOVE DP-DEPT-ID(DP-DEPT-SUB) TO DM-DEPT-ID.
005282     READ DEPTFILE.
005283     MOVE SPACES TO DP-REPORT-LINE.
005284     IF DP-DEPTFILE-OK
005285         STRING "DEPARTMENT: " DM-DEPT-NAME
005286                "  OWNER: " DM-PRIMARY-CONTACT
005287                " " DM-PRIMARY-PHONE
005288             DELIMITED BY SIZE INTO DP-REPORT-LINE
005289     ELSE
00528A         MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
00528B             TO DP-REPORT-LINE
00528C     END-IF.
00528D     WRITE DP-REPORT-LINE.
005290     IF DP-DEPT-TOT-COUNT(DP-DEPT-SUB) = 0
005300         MOVE SPACES TO DP-REPORT-LINE
005310         MOVE "NO DATA - NO READINGS IN RANGE FOR THIS DEPARTMENT"
