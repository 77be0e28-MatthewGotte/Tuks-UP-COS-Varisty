000100******************************************************************
000200*                                                                 *
000300*    CTRECCPY  -  CALIBRATION MASTER MAINTENANCE CARD            *
000400*    ONE CARD PER MAINTENANCE ACTION, KEYED BY DATA CONTROL AND  *
000500*    APPLIED TO THE CALIBRATION MASTER (CMRECCPY) BY CALMAINT.   *
000600*    AN ADD CARD RECORDS A NEW CALIBRATION FOR THE GROUP FROM    *
000700*    ITS EFFECTIVE DATE ON; A CHANGE CARD CORRECTS THE ONE       *
000800*    KEYED ON THE SAME GROUP AND EFFECTIVE DATE; A DELETE CARD   *
000900*    REMOVES ONE KEYED IN ERROR.  A NEW CERTIFICATE IS ALWAYS    *
001000*    AN ADD, SO THE CALIBRATION IN FORCE ON ANY PAST DATE STAYS  *
001100*    ON FILE FOR A CORRECTION RUN OVER OLD READINGS.             *
001200*                                                                 *
001300*    THE OFFSET AND SCALE CARRY A LEADING SEPARATE SIGN.  A      *
001400*    BLANK OFFSET IS TAKEN AS ZERO AND A BLANK SCALE AS ONE.     *
001500*    CT-KEYED-BY IS THE ID OF WHOEVER KEYED THE CARD AND IS      *
001600*    CARRIED ONTO THE MASTER RECORD.                             *
001700*                                                                 *
001800******************************************************************
001900 01  CT-CALIB-CARD.
002000     05  CT-ACTION-CODE          PIC X(01).
002100         88  CT-ACTION-ADD                  VALUE "A".
002200         88  CT-ACTION-CHANGE               VALUE "C".
002300         88  CT-ACTION-DELETE               VALUE "D".
002400     05  CT-GROUP-ID             PIC X(05).
002500     05  CT-EFFECTIVE-DATE-X     PIC X(08).
002600     05  CT-EFFECTIVE-DATE REDEFINES CT-EFFECTIVE-DATE-X
002700                                 PIC 9(08).
002800     05  CT-OFFSET-X             PIC X(10).
002900     05  CT-OFFSET REDEFINES CT-OFFSET-X
003000                                 PIC S9(04)V9(05)
003100                                 SIGN IS LEADING SEPARATE.
003200     05  CT-SCALE-X              PIC X(10).
003300     05  CT-SCALE REDEFINES CT-SCALE-X
003400                                 PIC S9(04)V9(05)
003500                                 SIGN IS LEADING SEPARATE.
003600     05  CT-CERT-NUMBER          PIC X(15).
003700     05  CT-NEXT-DUE-DATE-X      PIC X(08).
003800     05  CT-NEXT-DUE-DATE REDEFINES CT-NEXT-DUE-DATE-X
003900                                 PIC 9(08).
004000     05  CT-KEYED-BY             PIC X(08).
004100     05  FILLER                  PIC X(15).
