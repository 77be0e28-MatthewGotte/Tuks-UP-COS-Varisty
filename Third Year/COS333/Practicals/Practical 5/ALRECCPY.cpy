000100******************************************************************
000200*                                                                 *
000300*    ALRECCPY  -  ROUTED ALERT RECORD                            *
000400*    ONE RECORD PER ALERT, WRITTEN BY ALRTROUT AFTER EXCMERGE    *
000500*    FOR THE ENTERPRISE NOTIFICATION GATEWAY - ONE PER TOLERANCE *
000600*    BREACH, CALIBRATION LAPSE, NON-GOOD READINGS OR PAIR        *
000700*    EXCEPTION, DRIFT FLAG, MISSING FEED OR AGED REJECT, ROUTED  *
000710*    TO THE DEPARTMENT THAT OWNS THE GROUP OR THE FEED, AND ONE  *
000800*    PER ESCALATION OF AN ALERT NOBODY ACKNOWLEDGED BY THE NEXT  *
000810*    RUN.                                                        *
000900*                                                                 *
001000*    AL-ALERT-ID IS THE RAISED DATE AND A SEQUENCE WITHIN THE    *
001100*    DAY; AN ESCALATION CARRIES THE ID OF THE ALERT IT ESCALATES *
001200*    AND THE GATEWAY ACKNOWLEDGES AGAINST IT (SEE AXRECCPY).     *
001300*    AL-SEVERITY IS ON THE EXCMERGE SCALE - 2 A LINE OFF THE     *
001400*    TOLERANCE EXCEPTIONS DATASET (BRCH, CALB, QUAL OR PAIR) OR  *
001410*    A MISSING FEED, 3 A DRIFT FLAG, 4 AN AGED REJECT.  AN       *
001500*    UNROUTED ALERT (GROUP, FEED OR DEPARTMENT NOT ON FILE)      *
001600*    CARRIES NO CONTACT AND GOES TO THE GATEWAY'S DEFAULT        *
001700*    ON-CALL ROUTE.                                              *
001800*                                                                 *
001900******************************************************************
002000 01  AL-ALERT-RECORD.
002100     05  AL-ALERT-ID.
002200         10  AL-RAISED-DATE      PIC 9(08).
002300         10  AL-ALERT-SEQ        PIC 9(05).
002400     05  AL-ACTION               PIC X(01).
002500         88  AL-NEW-ALERT                   VALUE "N".
002600         88  AL-ESCALATION                  VALUE "E".
002700     05  AL-ALERT-TYPE           PIC X(04).
002800         88  AL-TYPE-BREACH                 VALUE "BRCH".
002810         88  AL-TYPE-CALIBRATION            VALUE "CALB".
002820         88  AL-TYPE-QUALITY                VALUE "QUAL".
002830         88  AL-TYPE-PAIR                   VALUE "PAIR".
002900         88  AL-TYPE-DRIFT                  VALUE "DRFT".
003000         88  AL-TYPE-MISSING                VALUE "MISS".
003100         88  AL-TYPE-AGED                   VALUE "AGED".
003200     05  AL-SEVERITY             PIC 9(01).
003300     05  AL-ROUTE-FLAG           PIC X(01).
003400         88  AL-ROUTED                      VALUE "R".
003500         88  AL-UNROUTED                    VALUE "U".
003600     05  AL-DEPARTMENT           PIC X(08).
003700     05  AL-DEPT-NAME            PIC X(30).
003800     05  AL-CONTACT-NAME         PIC X(30).
003900     05  AL-CONTACT-PHONE        PIC X(15).
004000     05  AL-NOTIFY-ADDRESS       PIC X(60).
004100     05  AL-ITEM-KEY             PIC X(17).
004200     05  AL-ALERT-TEXT           PIC X(100).
004300     05  AL-SENT-DATE            PIC 9(08).
004400     05  AL-SENT-TIME            PIC 9(06).
004500     05  FILLER                  PIC X(06).
