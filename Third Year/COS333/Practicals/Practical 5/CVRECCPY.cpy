000710*    EVERY LINE IS THE RUN NUMBER FROM THE RUN CONTROL FILE      *
000720*    (RCRECCPY) SO DOWNSTREAM CAN TIE EACH ROW TO A SPECIFIC     *
000730*    EXECUTION.                                                  *
000740*    GROUP LINES CARRY TWO MORE FIELDS AFTER THE RUN NUMBER -    *
000750*    THE ESTIMATED AND SUSPECT READINGS LEFT OUT OF THE          *
000760*    STATISTICS - SO READERS THAT TAKE THE FIRST TWELVE FIELDS   *
000770*    ARE UNAFFECTED.  THE GRAND TOTAL LINE AND THE RUNBKOUT      *
000780*    REVERSAL LINES (WHOSE THIRTEENTH FIELD IS THE R MARKER) DO  *
000790*    NOT CARRY THEM.                                             *
000800*                                                                 *
000900******************************************************************
001000 01  CV-CSV-LINE                 PIC X(160).
