000920*    PASS, ON DATE AND TIME, CAN DRIVE THE COVERAGE SCAN THAT    *
000930*    LISTS IN-DAY WINDOWS LONGER THAN THE GROUP'S EXPECTED       *
000940*    READING INTERVAL.                                           *
000950*    GW-QUALITY-CODE IS THE READING'S QUALITY CODE (INRECCPY).   *
000960*    SUSPECT READINGS ARE WRITTEN FLAGGED S SO THE COVERAGE SCAN *
000970*    COUNTS THEM, BUT THE MEDIAN AND PERCENTILE PASS SKIPS THEM; *
000980*    ESTIMATED READINGS ARE NEVER WRITTEN HERE.                  *
001000*                                                                 *
001100******************************************************************
001200 01  GW-WORK-RECORD.
001300     05  GW-VALUE                PIC S9(04)V9(05).
001400     05  GW-READING-DATE         PIC 9(08).
001500     05  GW-READING-TIME         PIC 9(06).
001600     05  GW-QUALITY-CODE         PIC X(01).
