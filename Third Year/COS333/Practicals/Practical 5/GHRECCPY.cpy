001600*    AND GRPHLIST PRINTS THE PER-GROUP CHANGE TRAIL - WHO        *
001700*    CHANGED WHAT, WHEN, OLD VALUES - FOR DATA CONTROL.          *
001800*                                                                 *
001810*    GH-CHANGED-BY IS THE USER ID THAT KEYED THE CHANGE AND      *
001820*    GH-APPROVED-BY THE DIFFERENT USER ID THAT APPROVED IT -     *
001830*    GRPMAINT APPLIES NOTHING WITHOUT BOTH.                      *
001840*                                                                 *
001850*    GH-MAX-NONGOOD-PCT IS THE NON-GOOD READING LIMIT IN FORCE   *
001860*    (GMRECCPY); VERSIONS SAVED BEFORE IT WAS ADDED CARRY ZERO.  *
001870*                                                                 *
001900******************************************************************
002000 01  GH-HISTORY-RECORD.
002100     05  GH-HISTORY-KEY.
003800     05  GH-EXP-MEAN-HIGH        PIC S9(04)V9(05).
003900     05  GH-MAX-STDDEV           PIC S9(04)V9(05).
004000     05  GH-EXP-INTERVAL         PIC 9(04).
004100     05  GH-APPROVED-BY          PIC X(08).
004200     05  GH-MAX-NONGOOD-PCT      PIC 9(03).
