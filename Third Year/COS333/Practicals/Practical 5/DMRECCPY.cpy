000100******************************************************************
000200*                                                                 *
000300*    DMRECCPY  -  DEPARTMENT MASTER RECORD LAYOUT                *
000400*    ONE RECORD PER DEPARTMENT, KEYED ON DM-DEPT-ID - THE CODE   *
000500*    EVERY GROUP CARRIES IN GM-DEPARTMENT.  MAINTAINED BY        *
000600*    DEPTMNT FROM DATA CONTROL CARDS (SEE DTRECCPY).  READ BY    *
000700*    DEPTRPT FOR THE DEPARTMENT NAME AND OWNER, AND BY ALRTROUT  *
000800*    TO ROUTE EACH DAILY ALERT TO THE OWNING DEPARTMENT.         *
000900*                                                                 *
001000*    THE PRIMARY CONTACT OWNS THE DEPARTMENT AND IS SENT EVERY   *
001100*    NEW ALERT; AN ALERT STILL UNACKNOWLEDGED AT THE NEXT RUN IS *
001200*    ESCALATED TO THE ESCALATION CONTACT.  DM-NOTIFY-ADDRESS IS  *
001300*    THE ADDRESS THE ENTERPRISE NOTIFICATION GATEWAY DELIVERS    *
001400*    THE DEPARTMENT'S ALERTS TO.                                 *
001500*                                                                 *
001600*    DM-SEVERITY-THRESHOLD IS THE LEAST URGENT SEVERITY THE      *
001700*    DEPARTMENT IS ALERTED ON, ON THE EXCMERGE SCALE - 1 MOST    *
001800*    URGENT TO 4 LEAST.  ZERO MEANS EVERY SEVERITY.              *
001900*                                                                 *
002000******************************************************************
002100 01  DM-DEPT-RECORD.
002200     05  DM-DEPT-ID              PIC X(08).
002300     05  DM-DEPT-NAME            PIC X(30).
002400     05  DM-PRIMARY-CONTACT      PIC X(30).
002500     05  DM-PRIMARY-PHONE        PIC X(15).
002600     05  DM-ESCALATION-CONTACT   PIC X(30).
002700     05  DM-ESCALATION-PHONE     PIC X(15).
002800     05  DM-NOTIFY-ADDRESS       PIC X(60).
002900     05  DM-SEVERITY-THRESHOLD   PIC 9(01).
003000     05  DM-KEYED-BY             PIC X(08).
003100     05  DM-KEYED-DATE           PIC 9(08).
003200     05  FILLER                  PIC X(15).
