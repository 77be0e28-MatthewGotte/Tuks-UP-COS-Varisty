000100******************************************************************
000200*                                                                 *
000300*    LCRECCPY  -  SPC CONTROL LIMITS REBASE CARD LAYOUT          *
000400*    ONE CARD PER GROUP TO BE RE-BASELINED, KEYED BY OPERATIONS  *
000500*    AND APPLIED BY SPCCHART BEFORE THE GROUP'S RULE TESTS.  THE *
000600*    GROUP'S CONTROL LIMITS (CLRECCPY) ARE REBUILT FROM THE      *
000700*    HISTORY RUNS DATED FROM LC-FROM-DATE THROUGH LC-TO-DATE.    *
000800*    WITH BOTH DATES BLANK THE GROUP'S MOST RECENT BASELINE-SIZE *
000900*    RUNS ARE USED.  LC-KEYED-BY IS CARRIED ONTO THE LIMITS      *
001000*    RECORD SO THE REPORT SHOWS WHO MOVED THE LIMITS.            *
001100*                                                                 *
001200******************************************************************
001300 01  LC-CONTROL-CARD.
001400     05  LC-ACTION               PIC X(08).
001500         88  LC-ACTION-REBASE               VALUE "REBASE".
001600     05  LC-GROUP-ID             PIC X(05).
001700     05  LC-FROM-DATE-X          PIC X(08).
001800     05  LC-FROM-DATE REDEFINES LC-FROM-DATE-X
001900                                 PIC 9(08).
002000     05  LC-TO-DATE-X            PIC X(08).
002100     05  LC-TO-DATE REDEFINES LC-TO-DATE-X
002200                                 PIC 9(08).
002300     05  LC-KEYED-BY             PIC X(08).
002400     05  FILLER                  PIC X(43).
