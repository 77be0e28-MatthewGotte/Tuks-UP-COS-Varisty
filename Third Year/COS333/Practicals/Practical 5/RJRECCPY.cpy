000550*    PARM FIELD OF THE CORRECTION RUN SO THE REPAIRED READINGS   *
000560*    FOLD BACK INTO THAT RUN'S STORED STATISTICS INSTEAD OF      *
000570*    STANDING AS A SEPARATE TINY RUN.                            *
000580*    RJ-SOURCE-SYSTEM IS THE SOURCE SYSTEM OFF THE INPUT FILE'S  *
000590*    H HEADER, SO THE SOURCE SCORECARD CAN CHARGE EACH REJECT    *
000595*    TO THE PLANT THAT SENT IT.                                  *
000596*    RJ-QUALITY-CODE IS THE READING'S QUALITY CODE (INRECCPY),   *
000597*    CARRIED THROUGH SO A REPAIRED READING KEEPS ITS FLAG.       *
000600*                                                                 *
000700******************************************************************
000800 01  RJ-REJECT-RECORD.
001500     05  RJ-READING-DATE         PIC X(08).
001600     05  RJ-READING-TIME         PIC X(06).
001700     05  RJ-RUN-NUMBER           PIC 9(06).
001800     05  RJ-SOURCE-SYSTEM        PIC X(08).
001900     05  RJ-QUALITY-CODE         PIC X(01).
