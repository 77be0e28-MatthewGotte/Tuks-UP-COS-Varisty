001100*    NEVER CONFIRMED, OR CONFIRMED WITH DIFFERENT TOTALS, IS     *
001200*    REPORTED THE SAME DAY - THE SAME HEADER/TRAILER             *
001300*    DISCIPLINE WE DEMAND UPSTREAM, APPLIED DOWNSTREAM.          *
001310*    MF-EXTRACT-TYPE IS BLANK FOR THE ORIGINAL EXTRACT AND R     *
001320*    FOR THE REVERSAL EXTRACT WRITTEN BY RUNBKOUT WHEN A RUN     *
001330*    IS BACKED OUT; THE WAREHOUSE QUOTES THE SAME TYPE ON ITS    *
001340*    ACKNOWLEDGMENT SO THE TWO LOADS MATCH SEPARATELY.           *
001341*    TYPE S IS A RESEND OF THE ORIGINAL EXTRACT REBUILT BY       *
001342*    RESEND FROM THE HISTORY FILE WHEN THE FIRST LOAD WAS NEVER  *
001343*    CONFIRMED OR FAILED; A LOADED TYPE S ACKNOWLEDGMENT CLOSES  *
001344*    THE ORIGINAL EXTRACT'S EXCEPTION IN ACKCHECK.               *
001400*                                                                 *
001500******************************************************************
001600 01  MF-MANIFEST-RECORD.
001800     05  MF-EXTRACT-DATE         PIC 9(08).
001900     05  MF-LINE-COUNT           PIC 9(06).
002000     05  MF-COUNT-HASH           PIC 9(12).
002010     05  MF-EXTRACT-TYPE         PIC X(01).
002020         88  MF-ORIGINAL-EXTRACT            VALUE " ".
002030         88  MF-REVERSAL-EXTRACT            VALUE "R".
002031         88  MF-RESEND-EXTRACT              VALUE "S".
002100     05  FILLER                  PIC X(17).
