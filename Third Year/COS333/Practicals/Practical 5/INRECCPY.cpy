000530*    S20734621 AND DRIVING THE INTRA-DAY TIME-BAND BREAKDOWN     *
000540*    ON THE REPORT.                                              *
000550*                                                                 *
000560*    IR-QUALITY-CODE IS THE PLANT HISTORIAN'S FLAG ON THE        *
000570*    READING - G GOOD, E ESTIMATED (INTERPOLATED WHILE THE       *
000580*    SENSOR WAS OFFLINE), S SUSPECT, M MANUALLY ENTERED.  A      *
000590*    BLANK IS TAKEN AS GOOD SO OLDER FEEDS STILL READ AS         *
000591*    BEFORE; ANY OTHER CODE IS TREATED AS SUSPECT.  ONLY GOOD    *
000592*    AND MANUAL READINGS GO INTO THE STATISTICS.                 *
000593*                                                                 *
000600******************************************************************
000700 01  IR-INPUT-RECORD.
000710     05  IR-REC-TYPE             PIC X(01).
000830         10  IR-READING-HH       PIC 9(02).
000840         10  IR-READING-MI       PIC 9(02).
000850         10  IR-READING-SS       PIC 9(02).
000900     05  IR-QUALITY-CODE         PIC X(01).
000910         88  IR-QUAL-GOOD                   VALUE "G" " ".
000920         88  IR-QUAL-ESTIMATED              VALUE "E".
000930         88  IR-QUAL-SUSPECT                VALUE "S".
000940         88  IR-QUAL-MANUAL                 VALUE "M".
001000*
001100 01  IR-HEADER-RECORD.
001200     05  FILLER                  PIC X(01).
