000100******************************************************************
000200*                                                                 *
000300*    HPRECCPY  -  STATISTICS HISTORY PRIOR-IMAGE RECORD LAYOUT   *
000400*    WRITTEN BY S20734621 WHENEVER A RUN REPLACES A HISTFILE     *
000500*    RECORD (HSRECCPY) THAT AN EARLIER RUN WROTE - A SAME-DAY    *
000600*    RERUN OR A MERGE CORRECTION.  KEYED ON THE REPLACING RUN'S  *
000700*    NUMBER PLUS THE HISTORY KEY, AND CARRYING THE WHOLE         *
000800*    SUPERSEDED RECORD, SO RUNBKOUT CAN RESTORE THE FIGURES AS   *
000900*    THEY STOOD BEFORE THAT RUN WHEN THE RUN IS BACKED OUT.      *
001000*    HP-PRIOR-RUN-NUMBER IS THE RUN THAT WROTE THE SUPERSEDED    *
001100*    IMAGE, SO A BACKOUT CAN ALSO TELL WHEN ITS OWN ROWS HAVE    *
001200*    SINCE BEEN REPLACED BY A LATER RUN.                         *
001210*    RESEND READS THE SAME IMAGES TO REBUILD THE EXTRACT LINES   *
001220*    OF A RUN WHOSE RECORDS A LATER RUN HAS SINCE REPLACED.      *
001300*                                                                 *
001400******************************************************************
001500 01  HP-PRIOR-RECORD.
001600     05  HP-PRIOR-KEY.
001700         10  HP-RUN-NUMBER       PIC 9(06).
001800         10  HP-GROUP-ID         PIC X(05).
001900         10  HP-RUN-DATE         PIC 9(08).
002000     05  HP-SAVED-DATE           PIC 9(08).
002100     05  HP-PRIOR-IMAGE          PIC X(126).
002200     05  HP-PRIOR-IMAGE-R REDEFINES HP-PRIOR-IMAGE.
002300         10  FILLER              PIC X(64).
002400         10  HP-PRIOR-RUN-NUMBER PIC 9(06).
002500         10  FILLER              PIC X(56).
