000100******************************************************************
000200*                                                                 *
000300*    GPRECCPY  -  GROUP MASTER PENDING CHANGE RECORD LAYOUT      *
000400*    ONE RECORD PER GROUP WITH A MAINTENANCE CHANGE KEYED BUT    *
000500*    NOT YET APPROVED, KEYED ON GP-GROUP-ID, SO A GROUP CAN      *
000600*    HAVE ONLY ONE CHANGE WAITING AT A TIME.  GRPMAINT WRITES    *
000700*    IT FROM AN ADD, CHANGE OR DEACTIVATE CARD (GTRECCPY) AND    *
000800*    APPLIES IT TO THE GROUP MASTER (GMRECCPY) ONLY WHEN AN      *
000900*    APPROVAL CARD FROM A DIFFERENT USER ID IS READ - FOUR-EYES  *
001000*    CONTROL OVER THE RANGES S20734621 VALIDATES AGAINST.        *
001100*                                                                 *
001200*    THE VALUE FIELDS HOLD THE MASTER AS IT WILL STAND ONCE THE  *
001300*    CHANGE IS APPLIED - BLANK TOLERANCES, INTERVAL AND NON-GOOD *
001350*    LIMIT ALREADY RESOLVED TO ZERO.  A DEACTIVATE CARRIES THE   *
001400*    MASTER'S VALUES AS THEY STOOD WHEN IT WAS KEYED.            *
001600*                                                                 *
001700*    GP-KEYED-BY IS THE ID FROM THE ORIGINAL CARD AND GOES TO    *
001800*    THE CHANGE HISTORY (GHRECCPY) AS GH-CHANGED-BY.  THE KEYED  *
001900*    DATE DRIVES THE EXPIRY - A CHANGE NOT APPROVED WITHIN THE   *
002000*    DAYS GIVEN ON GRPMAINT'S PARM IS DROPPED AND REPORTED.      *
002100*                                                                 *
002200******************************************************************
002300 01  GP-PENDING-RECORD.
002400     05  GP-GROUP-ID             PIC X(05).
002500     05  GP-ACTION               PIC X(01).
002600         88  GP-ACTION-ADD                  VALUE "A".
002700         88  GP-ACTION-CHANGE               VALUE "C".
002800         88  GP-ACTION-DEACTIVATE           VALUE "D".
002900     05  GP-DESCRIPTION          PIC X(30).
003000     05  GP-RANGE-LOW            PIC S9(04)V9(05).
003100     05  GP-RANGE-HIGH           PIC S9(04)V9(05).
003200     05  GP-DEPARTMENT           PIC X(08).
003300     05  GP-EXP-MEAN-LOW         PIC S9(04)V9(05).
003400     05  GP-EXP-MEAN-HIGH        PIC S9(04)V9(05).
003500     05  GP-MAX-STDDEV           PIC S9(04)V9(05).
003600     05  GP-EXP-INTERVAL         PIC 9(04).
003700     05  GP-KEYED-BY             PIC X(08).
003800     05  GP-KEYED-DATE           PIC 9(08).
003900     05  GP-KEYED-TIME           PIC 9(06).
003950     05  GP-MAX-NONGOOD-PCT      PIC 9(03).
004000     05  FILLER                  PIC X(06).
