000100******************************************************************
000200*                                                                 *
000300*    RARECCPY  -  READING ARCHIVE RECORD LAYOUT                  *
000400*    ONE RECORD PER ACCEPTED READING.  S20734621 WRITES EVERY    *
000500*    READING THAT PASSES VALIDATION AND COUNTS TOWARD THE        *
000550*    STATISTICS (GOOD OR MANUAL) TO A NEW DATED GENERATION       *
000600*    OF THE READING ARCHIVE AS IT IS ACCEPTED, SO THE READINGS   *
000700*    BEHIND ANY DAY'S STATISTICS CAN BE SORTED AGAIN LATER.      *
000800*    RA-RUN-NUMBER IS THE RUN THAT ACCEPTED THE READING.         *
000900*    RA-BASE-RUN IS THE RUN WHOSE STATISTICS THE READING COUNTS  *
001000*    TOWARD - THE SAME RUN ON AN ORDINARY DAY, THE REPAIRED RUN  *
001100*    ON A MERGE CORRECTION - SO A MERGE CAN PULL BACK EVERY      *
001200*    READING ALREADY IN A GROUP'S HISTORY RECORD AND ARCRBLD     *
001300*    CAN REBUILD THAT RECORD FROM THE ARCHIVE ALONE.             *
001310*    RA-VALUE IS THE CALIBRATED VALUE THE STATISTICS USE;        *
001320*    RA-RAW-VALUE IS THE READING AS RECEIVED.                    *
001400*                                                                 *
001500******************************************************************
001600 01  RA-ARCHIVE-RECORD.
001700     05  RA-GROUP-ID             PIC X(05).
001800     05  RA-READING-DATE         PIC 9(08).
001900     05  RA-READING-TIME         PIC 9(06).
002000     05  RA-VALUE                PIC S9(04)V9(05).
002100     05  RA-RUN-NUMBER           PIC 9(06).
002200     05  RA-BASE-RUN             PIC 9(06).
002250     05  RA-RAW-VALUE            PIC S9(04)V9(05).
002300     05  FILLER                  PIC X(01).
