000700*    VANISH INTO THAT DAY'S REPORT ARE KEPT FOR RUN-TO-RUN      *
000800*    COMPARISON.  READ BY TRENDRPT FOR THE DRIFT REPORT.  A      *
000900*    RERUN ON THE SAME DATE REPLACES THE EARLIER RECORD.         *
000910*    HS-RUN-NUMBER IS THE RUN (RCRECCPY) THAT LAST WROTE THE     *
000920*    RECORD; WHEN A LATER RUN REPLACES IT, THE SUPERSEDED IMAGE  *
000930*    IS KEPT ON THE PRIOR-IMAGE FILE (HPRECCPY) SO RUNBKOUT CAN  *
000940*    PUT IT BACK IF THAT LATER RUN IS REVERSED.                  *
000950*    HS-P10, HS-P90 AND HS-P95 ARE THE GROUP'S PERCENTILES; A    *
000960*    RECORD WHOSE PERCENTILES COULD NOT BE SORTED FOR (A MERGE   *
000970*    WITH NO ARCHIVE TO DRAW ON) CARRIES THEM AS SPACES.         *
000980*    THE FIGURES ARE ON THE CALIBRATED READINGS (CMRECCPY);      *
000990*    HS-RAW-MEAN IS THE MEAN OF THE READINGS AS RECEIVED.  A     *
000995*    RECORD WRITTEN BEFORE CALIBRATION CARRIES IT AS SPACES.     *
000996*    HS-COUNT IS THE GOOD AND MANUAL READINGS THE FIGURES ARE    *
000997*    BUILT FROM, HS-MANUAL-COUNT THE MANUAL ONES AMONG THEM;     *
000998*    HS-EST-COUNT AND HS-SUSP-COUNT ARE THE ESTIMATED AND        *
000999*    SUSPECT READINGS LEFT OUT.  A RECORD WRITTEN BEFORE THE     *
00099A*    QUALITY CODE CARRIES ALL THREE AS SPACES.                   *
001000*                                                                 *
001100******************************************************************
001200 01  HS-HISTORY-RECORD.
001900     05  HS-MIN                  PIC S9(04)V9(05).
002000     05  HS-MAX                  PIC S9(04)V9(05).
002100     05  HS-MEDIAN               PIC S9(04)V9(05).
002150     05  HS-RUN-NUMBER           PIC 9(06).
002160     05  HS-P10                  PIC S9(04)V9(05).
002170     05  HS-P90                  PIC S9(04)V9(05).
002180     05  HS-P95                  PIC S9(04)V9(05).
002190     05  HS-RAW-MEAN             PIC S9(04)V9(05).
002200     05  HS-EST-COUNT            PIC 9(06).
002210     05  HS-SUSP-COUNT           PIC 9(06).
002220     05  HS-MANUAL-COUNT         PIC 9(06).
002300     05  FILLER                  PIC X(02).
