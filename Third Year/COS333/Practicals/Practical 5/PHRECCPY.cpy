000100******************************************************************
000200*                                                                 *
000300*    PHRECCPY  -  SENSOR PAIR HOLD RECORD LAYOUT                 *
000400*    ONE VALID READING PER RECORD.  AT EACH BREAK OF A GROUP     *
000500*    NAMED ON A PAIR DECLARATION (PRRECCPY) S20734621 COPIES     *
000600*    THE GROUP'S SORT WORK READINGS (GWRECCPY) HERE WITH THE     *
000700*    GROUP ID, SO THE READINGS ARE STILL TO HAND WHEN THE OTHER  *
000800*    GROUP OF THE PAIR BREAKS LATER IN THE RUN.  THE FILE IS     *
000900*    EMPTIED AT THE START OF EVERY FRESH RUN AND EXTENDED ON A   *
001000*    RESTART, WHEN IT ALSO TELLS WHICH PAIRS WERE ALREADY DONE.  *
001100*                                                                 *
001200******************************************************************
001300 01  PH-HOLD-RECORD.
001400     05  PH-GROUP-ID             PIC X(05).
001500     05  PH-READING-DATE         PIC 9(08).
001600     05  PH-READING-TIME         PIC 9(06).
001700     05  PH-VALUE                PIC S9(04)V9(05).
001800     05  FILLER                  PIC X(02).
