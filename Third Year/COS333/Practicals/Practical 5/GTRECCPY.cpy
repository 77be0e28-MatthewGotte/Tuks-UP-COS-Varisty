000860*    GT-KEYED-BY IS THE OPERATOR OR ANALYST ID OF WHOEVER KEYED  *
000870*    THE CARD.  IT IS CARRIED ONTO THE CHANGE HISTORY RECORD     *
000880*    (GHRECCPY) SO THE PER-GROUP CHANGE TRAIL SHOWS WHO CHANGED  *
000890*    WHAT.  A CARD WITH A BLANK ID IS REJECTED.                  *
000891*                                                                 *
000892*    GT-EXP-INTERVAL IS THE EXPECTED READING INTERVAL IN         *
000893*    MINUTES FOR THE COVERAGE SCAN; BLANK MEANS NOT SET AND      *
000894*    GOES TO THE MASTER AS ZERO.                                 *
000895*                                                                 *
000896*    ADD, CHANGE AND DEACTIVATE CARDS ARE NOT APPLIED AS READ -  *
000897*    GRPMAINT EDITS THEM AND HOLDS THEM ON THE PENDING-CHANGES   *
000898*    FILE (GPRECCPY).  AN APPROVE CARD (P) NAMING THE GROUP,     *
000899*    KEYED BY A DIFFERENT USER ID, APPLIES THE PENDING CHANGE;   *
00089A*    A WITHDRAW CARD (W) DROPS IT UNAPPLIED.  ON BOTH, ONLY THE  *
00089B*    ACTION, GROUP ID AND KEYED-BY FIELDS ARE READ, AND          *
00089C*    GT-KEYED-BY IS THE APPROVER OR WITHDRAWER.                  *
00089D*                                                                 *
00089E*    GT-MAX-NONGOOD-PCT IS THE WHOLE-PERCENT LIMIT ON THE        *
00089F*    SHARE OF NON-GOOD READINGS (SEE GMRECCPY); BLANK MEANS      *
00089G*    NOT SET AND GOES TO THE MASTER AS ZERO.                     *
00089H*                                                                 *
000900******************************************************************
001000 01  GT-TRANS-RECORD.
001100     05  GT-ACTION-CODE          PIC X(01).
001200         88  GT-ACTION-ADD                  VALUE "A".
001300         88  GT-ACTION-CHANGE               VALUE "C".
001400         88  GT-ACTION-DEACTIVATE           VALUE "D".
001410         88  GT-ACTION-APPROVE              VALUE "P".
001420         88  GT-ACTION-WITHDRAW             VALUE "W".
001500     05  GT-GROUP-ID             PIC X(05).
001600     05  GT-DESCRIPTION          PIC X(30).
001700     05  GT-RANGE-LOW            PIC S9(04)V9(05)
003420     05  GT-EXP-INTERVAL-X       PIC X(04).
003440     05  GT-EXP-INTERVAL REDEFINES GT-EXP-INTERVAL-X
003460                                 PIC 9(04).
003470     05  GT-MAX-NONGOOD-PCT-X    PIC X(03).
003480     05  GT-MAX-NONGOOD-PCT REDEFINES GT-MAX-NONGOOD-PCT-X
003490                                 PIC 9(03).
003500     05  FILLER                  PIC X(11).
