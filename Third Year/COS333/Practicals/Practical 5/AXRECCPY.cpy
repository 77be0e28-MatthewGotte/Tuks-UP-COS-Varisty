000100******************************************************************
000200*                                                                 *
000300*    AXRECCPY  -  ALERT ACKNOWLEDGEMENT RECORD                   *
000400*    ONE RECORD PER ALERT A CONTACT ACKNOWLEDGED, RETURNED BY    *
000500*    THE ENTERPRISE NOTIFICATION GATEWAY AND READ BY ALRTROUT AT *
000600*    THE START OF EACH RUN.  AX-ALERT-ID IS THE AL-ALERT-ID OF   *
000700*    THE ALERT OR ESCALATION ACKNOWLEDGED.  AN ACKNOWLEDGEMENT   *
000800*    FOR AN ALERT ALREADY ACKNOWLEDGED IS LOGGED AND PASSED      *
000900*    OVER, SO THE GATEWAY MAY SEND ITS FILE CUMULATIVELY.        *
001000*                                                                 *
001100******************************************************************
001200 01  AX-ACK-RECORD.
001300     05  AX-ALERT-ID.
001400         10  AX-RAISED-DATE      PIC 9(08).
001500         10  AX-ALERT-SEQ        PIC 9(05).
001600     05  AX-ACK-BY               PIC X(08).
001700     05  AX-ACK-DATE             PIC 9(08).
001800     05  AX-ACK-TIME             PIC 9(06).
001900     05  FILLER                  PIC X(05).
