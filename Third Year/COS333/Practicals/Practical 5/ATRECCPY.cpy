000100******************************************************************
000200*                                                                 *
000300*    ATRECCPY  -  ALERT REGISTER RECORD LAYOUT                   *
000400*    ONE RECORD PER ALERT RAISED BY ALRTROUT, KEYED ON THE       *
000500*    ALERT ID (RAISED DATE AND SEQUENCE WITHIN THE DAY) SO THE   *
000600*    REGISTER READS IN RAISED ORDER.  EACH RUN APPLIES THE       *
000700*    GATEWAY'S ACKNOWLEDGEMENTS, ESCALATES EVERY ALERT RAISED ON *
000800*    AN EARLIER DAY THAT IS STILL OPEN, AND ONLY THEN RAISES THE *
000900*    DAY'S NEW ALERTS.  AN ALERT STILL OPEN OR ESCALATED IS NOT  *
001000*    RAISED AGAIN FOR THE SAME ITEM, AND AN AGED REJECT ONCE     *
001100*    ACKNOWLEDGED STAYS ACKNOWLEDGED WHILE IT STAYS OPEN.        *
001200*    ACKNOWLEDGED ALERTS ARE DROPPED FROM THE REGISTER 90 DAYS   *
001300*    AFTER THEY WERE RAISED.                                     *
001400*                                                                 *
001500*    AT-ALERT-TYPE IS AS AL-ALERT-TYPE (SEE ALRECCPY), AND AN    *
001510*    ALERT IS ONLY EVER A REPEAT OF ONE OF THE SAME TYPE.        *
001520*    AT-ITEM-KEY IS THE GROUP ID FOR A BREACH (BRCH), CALIBRATION*
001530*    LAPSE (CALB), NON-GOOD READINGS (QUAL) OR DRIFT (DRFT),     *
001540*    PRIMARY GROUP "/" BACKUP GROUP FOR A PAIR EXCEPTION (PAIR), *
001550*    THE SOURCE SYSTEM FOR A MISSING FEED (MISS), AND THE REJECT *
001600*    RECORD NUMBER, GROUP AND RUN NUMBER FOR AN AGED REJECT      *
001700*    (AGED).                                                     *
001800*                                                                 *
001900******************************************************************
002000 01  AT-REGISTER-RECORD.
002100     05  AT-ALERT-ID.
002200         10  AT-RAISED-DATE      PIC 9(08).
002300         10  AT-ALERT-SEQ        PIC 9(05).
002400     05  AT-STATUS               PIC X(01).
002500         88  AT-OPEN                        VALUE "O".
002600         88  AT-ESCALATED                   VALUE "E".
002700         88  AT-ACKNOWLEDGED                VALUE "A".
002800     05  AT-ALERT-TYPE           PIC X(04).
002900     05  AT-SEVERITY             PIC 9(01).
003000     05  AT-DEPARTMENT           PIC X(08).
003100     05  AT-ITEM-KEY             PIC X(17).
003200     05  AT-ALERT-TEXT           PIC X(100).
003300     05  AT-RAISED-TIME          PIC 9(06).
003400     05  AT-ESCALATED-DATE       PIC 9(08).
003500     05  AT-ACK-DATE             PIC 9(08).
003600     05  AT-ACK-TIME             PIC 9(06).
003700     05  AT-ACK-BY               PIC X(08).
