000868*    READING IS LISTED ON THE GROUP'S COVERAGE SECTION OF THE    *
000870*    REPORT - A SILENT SENSOR SHOWS THE SAME DAY.  ZERO MEANS    *
000872*    NO INTERVAL IS SET AND THE COVERAGE SCAN IS SKIPPED.        *
000874*                                                                 *
000876*    GM-MAX-NONGOOD-PCT IS THE LARGEST SHARE, AS A WHOLE         *
000878*    PERCENT, OF A GROUP'S READINGS IN A RUN THAT MAY BE         *
000880*    FLAGGED OTHER THAN GOOD (ESTIMATED, SUSPECT OR MANUAL -     *
000882*    SEE INRECCPY) BEFORE THE GROUP IS LISTED ON THE             *
000884*    EXCEPTIONS REPORT.  ZERO MEANS NO LIMIT IS SET.             *
000900*                                                                 *
001000******************************************************************
001100 01  GM-GROUP-RECORD.
002100     05  GM-EXP-MEAN-HIGH        PIC S9(04)V9(05).
002200     05  GM-MAX-STDDEV           PIC S9(04)V9(05).
002300     05  GM-EXP-INTERVAL         PIC 9(04).
002400     05  GM-MAX-NONGOOD-PCT      PIC 9(03).
