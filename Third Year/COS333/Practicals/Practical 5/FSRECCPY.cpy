000900*    ACTUALLY RECORDED ON THE AUDIT LOG, SO A PLANT THAT         *
001000*    SIMPLY NEVER SENT ITS FILE IS REPORTED THE SAME EVENING     *
001100*    INSTEAD OF BEING MISSED UNTIL ITS NUMBERS ARE ABSENT.       *
001110*    FS-ARRIVAL-CUTOFF IS THE LATEST TIME OF DAY (HHMM) THE      *
001120*    SOURCE'S STATISTICS RUN MAY START AND FS-DEADLINE THE       *
001130*    TIME IT MUST HAVE FINISHED BY; SLARPT LISTS RUNS THAT       *
001140*    MISS EITHER.  LEAVE EITHER BLANK AND IT IS NOT CHECKED.     *
001150*    FS-DEPARTMENT IS THE DEPARTMENT (DMRECCPY) THAT OWNS THE    *
001160*    FEED; ALRTROUT ROUTES THE SOURCE'S MISSING-FEED ALERTS TO   *
001170*    IT.                                                         *
001200*                                                                 *
001300******************************************************************
001400 01  FS-SCHEDULE-RECORD.
001600     05  FS-DAY-FLAGS.
001700         10  FS-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
001800     05  FS-DESCRIPTION          PIC X(30).
001810     05  FS-ARRIVAL-CUTOFF-X     PIC X(04).
001820     05  FS-ARRIVAL-CUTOFF REDEFINES FS-ARRIVAL-CUTOFF-X
001830                                 PIC 9(04).
001840     05  FS-DEADLINE-X           PIC X(04).
001850     05  FS-DEADLINE REDEFINES FS-DEADLINE-X
001860                                 PIC 9(04).
001870     05  FS-DEPARTMENT           PIC X(08).
001900     05  FILLER                  PIC X(19).
