000100******************************************************************
000200*                                                                 *
000300*    RBRECCPY  -  ARCHIVE REBUILD REQUEST CARD LAYOUT            *
000400*    ONE CARD PER GROUP AND DAY, KEYED BY DATA CONTROL AND READ  *
000500*    BY ARCRBLD.  RB-STATS-DATE IS THE RUN DATE ON THE GROUP'S   *
000600*    HISTORY RECORD (HSRECCPY).  A REPORT CARD PRINTS THE        *
000700*    STATISTICS REBUILT FROM THE READING ARCHIVE BESIDE THE      *
000800*    STORED ONES; A REBUILD CARD ALSO REWRITES THE HISTORY       *
000900*    RECORD WITH THE REBUILT FIGURES.  RB-KEYED-BY IS PRINTED    *
001000*    ON THE LOG SO THE REPORT SHOWS WHO ASKED FOR THE REBUILD.   *
001010*    A REBUILD CARD WHOSE REBUILT COUNT DISAGREES WITH THE       *
001020*    STORED ONE IS REFUSED AND THE RECORD LEFT AS IT IS; A       *
001030*    FORCE CARD REWRITES IT REGARDLESS, FOR DATA CONTROL TO KEY  *
001040*    ONCE THE DIFFERENCE IS UNDERSTOOD.                          *
001100*                                                                 *
001200******************************************************************
001300 01  RB-REQUEST-CARD.
001400     05  RB-ACTION               PIC X(08).
001500         88  RB-ACTION-REPORT               VALUE "REPORT".
001600         88  RB-ACTION-REBUILD              VALUE "REBUILD".
001650         88  RB-ACTION-FORCE                VALUE "FORCE".
001700     05  RB-GROUP-ID             PIC X(05).
001800     05  RB-STATS-DATE-X         PIC X(08).
001900     05  RB-STATS-DATE REDEFINES RB-STATS-DATE-X
002000                                 PIC 9(08).
002100     05  RB-KEYED-BY             PIC X(08).
002200     05  FILLER                  PIC X(51).
