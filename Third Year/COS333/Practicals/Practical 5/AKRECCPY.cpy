000900*    ACKNOWLEDGMENT, OR ACKNOWLEDGED WITH DIFFERENT TOTALS,      *
001000*    MEANS THE LOAD DROPPED ROWS AND IS REPORTED THE SAME DAY    *
001100*    INSTEAD OF AT MONTH-END RECONCILIATION.                     *
001110*    AK-EXTRACT-TYPE ECHOES MF-EXTRACT-TYPE - BLANK FOR AN       *
001120*    ORIGINAL EXTRACT, R FOR A REVERSAL EXTRACT, S FOR A RESEND  *
001121*    OF THE ORIGINAL EXTRACT.                                    *
001200*                                                                 *
001300******************************************************************
001400 01  AK-ACK-RECORD.
001900     05  AK-STATUS               PIC X(01).
002000         88  AK-LOADED                      VALUE "L".
002100         88  AK-LOAD-FAILED                 VALUE "F".
002110     05  AK-EXTRACT-TYPE         PIC X(01).
002120         88  AK-ORIGINAL-EXTRACT            VALUE " ".
002130         88  AK-REVERSAL-EXTRACT            VALUE "R".
002131         88  AK-RESEND-EXTRACT              VALUE "S".
002200     05  FILLER                  PIC X(16).
