000920*    RESTARTED IS MARKED ABANDONED BY THE RUNHSKP UTILITY -      *
000930*    ABANDONED ENTRIES NEITHER BLOCK A RERUN NOR RESUME, AND     *
000940*    RC-ABANDONED-DATE RECORDS WHEN OPERATIONS GAVE UP ON IT.    *
000950*    A COMPLETED RUN WHOSE OUTPUT WAS BACKED OUT BY RUNBKOUT IS  *
000960*    MARKED REVERSED, WITH RC-REVERSED-DATE; A REVERSED ENTRY    *
000970*    NO LONGER BLOCKS A RERUN OF ITS INPUT DATASET.              *
001000*                                                                 *
001100******************************************************************
001200 01  RC-CONTROL-RECORD.
001700         88  RC-IN-FLIGHT                   VALUE "I".
001800         88  RC-COMPLETE                    VALUE "C".
001820         88  RC-ABANDONED                   VALUE "A".
001830         88  RC-REVERSED                    VALUE "R".
001840     05  RC-ABANDONED-DATE       PIC 9(08).
001860     05  RC-REVERSED-DATE        PIC 9(08).
001900     05  FILLER                  PIC X(05).
