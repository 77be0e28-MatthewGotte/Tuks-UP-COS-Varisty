000380*-----------------------------------------------------------------*
000390* DATE       INIT DESCRIPTION                                    *
000400* 02/09/2026 MVM  ORIGINAL PROGRAM.                              *
000402* 15/10/2026 MVM  CHKFILE NOW DESCRIBED BY CKRECCPY, AS IN       *
000404*                S20734621, SO ITS LENGTH FOLLOWS THE 112-BYTE   *
000406*                CHECKPOINT RECORD.                              *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     RUNHSKP.
000800 FD  CHKFILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CKRECCPY.
000832*
000834 FD  DUPFILE
000836     LABEL RECORDS ARE STANDARD.
