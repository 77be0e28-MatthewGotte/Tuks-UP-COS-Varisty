000100******************************************************************
000200*                                                                 *
000300*    DTRECCPY  -  DEPARTMENT MASTER MAINTENANCE CARD             *
000400*    ONE CARD PER MAINTENANCE ACTION, KEYED BY DATA CONTROL AND  *
000500*    APPLIED TO THE DEPARTMENT MASTER (DMRECCPY) BY DEPTMNT.     *
000600*    AN ADD CARD SETS UP A NEW DEPARTMENT, A CHANGE CARD         *
000700*    REPLACES EVERY FIELD OF AN EXISTING ONE, AND A DELETE CARD  *
000800*    REMOVES A DEPARTMENT NO GROUP ON THE GROUP MASTER STILL     *
000900*    NAMES.                                                      *
001000*                                                                 *
001100*    THE DEPARTMENT NAME, PRIMARY CONTACT AND NOTIFICATION       *
001200*    ADDRESS ARE REQUIRED ON AN ADD OR CHANGE.  A BLANK          *
001300*    ESCALATION CONTACT LEAVES ESCALATIONS WITH THE PRIMARY      *
001400*    CONTACT.  THE SEVERITY THRESHOLD IS 1 TO 4, OR BLANK FOR    *
001500*    EVERY SEVERITY.  DT-KEYED-BY IS THE ID OF WHOEVER KEYED THE *
001600*    CARD AND IS CARRIED ONTO THE MASTER RECORD.                 *
001700*                                                                 *
001800******************************************************************
001900 01  DT-DEPT-CARD.
002000     05  DT-ACTION-CODE          PIC X(01).
002100         88  DT-ACTION-ADD                  VALUE "A".
002200         88  DT-ACTION-CHANGE               VALUE "C".
002300         88  DT-ACTION-DELETE               VALUE "D".
002400     05  DT-DEPT-ID              PIC X(08).
002500     05  DT-DEPT-NAME            PIC X(30).
002600     05  DT-PRIMARY-CONTACT      PIC X(30).
002700     05  DT-PRIMARY-PHONE        PIC X(15).
002800     05  DT-ESCALATION-CONTACT   PIC X(30).
002900     05  DT-ESCALATION-PHONE     PIC X(15).
003000     05  DT-NOTIFY-ADDRESS       PIC X(60).
003100     05  DT-SEVERITY-THRESHOLD-X PIC X(01).
003200     05  DT-SEVERITY-THRESHOLD REDEFINES DT-SEVERITY-THRESHOLD-X
003300                                 PIC 9(01).
003400     05  DT-KEYED-BY             PIC X(08).
003500     05  FILLER                  PIC X(12).
