000100******************************************************************
000200*                                                                 *
000300*    RLRECCPY  -  EXTRACT RESEND LOG RECORD LAYOUT               *
000400*    ONE RECORD APPENDED BY RESEND FOR EVERY ATTEMPT TO RESEND   *
000500*    A RUN'S CSV EXTRACT, WHETHER THE RESEND WENT OUT OR WAS     *
000600*    REFUSED, SO DATA CONTROL HAS A STANDING RECORD OF EVERY     *
000700*    EXTRACT SHIPPED TO THE WAREHOUSE A SECOND TIME.             *
000800*                                                                 *
000900*    RL-OUTCOME IS S WHEN THE RESEND EXTRACT AND ITS TYPE S      *
001000*    MANIFEST (MFRECCPY) WERE WRITTEN, X WHEN IT WAS REFUSED -   *
001100*    RL-REASON SAYS WHY.  RL-FORCED-FLAG IS Y WHEN THE FORCE     *
001200*    PARM OVERRODE A LOADED ACKNOWLEDGMENT; RL-ACK-STATUS IS THE *
001300*    WAREHOUSE STATUS FOUND FOR THE RUN (AKRECCPY - L LOADED,    *
001400*    F FAILED, BLANK NONE).  RL-LINE-COUNT AND RL-COUNT-HASH ARE *
001500*    THE RESEND MANIFEST'S TOTALS, AND RL-RECOVERED-COUNT THE    *
001600*    GROUP LINES REBUILT FROM PRIOR IMAGES (HPRECCPY) BECAUSE A  *
001700*    LATER RUN HAD REPLACED THEM ON THE HISTORY FILE.            *
001800*                                                                 *
001900******************************************************************
002000 01  RL-RESEND-RECORD.
002100     05  RL-RUN-NUMBER           PIC 9(06).
002200     05  RL-RESEND-DATE          PIC 9(08).
002300     05  RL-RESEND-TIME          PIC 9(06).
002400     05  RL-OUTCOME              PIC X(01).
002500         88  RL-RESENT                      VALUE "S".
002600         88  RL-REFUSED                     VALUE "X".
002700     05  RL-FORCED-FLAG          PIC X(01).
002800         88  RL-FORCED                      VALUE "Y".
002900     05  RL-ACK-STATUS           PIC X(01).
003000     05  RL-LINE-COUNT           PIC 9(06).
003100     05  RL-COUNT-HASH           PIC 9(12).
003200     05  RL-RECOVERED-COUNT      PIC 9(04).
003300     05  RL-REASON               PIC X(30).
003400     05  FILLER                  PIC X(05).
