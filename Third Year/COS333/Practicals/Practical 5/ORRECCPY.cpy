001100*    THE REPAIRED READING VALIDATES CLEAN.  THE TRANSITION       *
001200*    DATES ANSWER HOW LONG A REJECT TAKES TO CLEAR, AND THE      *
001300*    AGING REPORT LISTS ONLY ENTRIES STILL OUTSTANDING.          *
001310*    OR-SOURCE-SYSTEM IS THE SOURCE SYSTEM OFF THE REJECTED      *
001320*    FILE'S H HEADER - SPACES ON ENTRIES LOADED BEFORE IT WAS    *
001330*    ADDED - READ BY THE SOURCE SCORECARD (SRCSCORE).            *
001340*    OR-QUALITY-CODE IS THE REJECTED READING'S QUALITY CODE      *
001350*    (INRECCPY), PUT BACK ON THE REPAIRED READING BY REJREPAR;   *
001360*    SPACES ON OLDER ENTRIES READ AS GOOD.                       *
001400*                                                                 *
001500******************************************************************
001600 01  OR-REJECT-MASTER.
003100     05  OR-REPAIRED-DATE        PIC 9(08).
003200     05  OR-RESUBMIT-DATE        PIC 9(08).
003300     05  OR-CLEARED-DATE         PIC 9(08).
003350     05  OR-SOURCE-SYSTEM        PIC X(08).
003360     05  OR-QUALITY-CODE         PIC X(01).
003400     05  FILLER                  PIC X(01).
