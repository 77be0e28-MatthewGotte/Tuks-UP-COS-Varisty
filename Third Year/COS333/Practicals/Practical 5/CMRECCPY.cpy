000100******************************************************************
000200*                                                                 *
000300*    CMRECCPY  -  CALIBRATION MASTER RECORD LAYOUT               *
000400*    ONE RECORD PER CALIBRATION OF A READING GROUP, KEYED ON     *
000500*    THE GROUP ID PLUS THE INVERSE OF THE DATE THE CALIBRATION   *
000600*    TOOK EFFECT (99999999 LESS CCYYMMDD), SO A START ON THE     *
000700*    GROUP AND THE INVERSE OF A CAPTURE DATE FOLLOWED BY ONE     *
000800*    READ NEXT LANDS ON THE CALIBRATION IN FORCE ON THAT DATE -  *
000900*    THE LATEST ONE EFFECTIVE ON OR BEFORE IT.  MAINTAINED BY    *
001000*    CALMAINT FROM DATA CONTROL CARDS (SEE CTRECCPY).            *
001100*                                                                 *
001200*    S20734621 TURNS EACH RAW READING INTO ITS CALIBRATED VALUE  *
001300*    AS RAW TIMES CM-SCALE PLUS CM-OFFSET BEFORE THE RANGE       *
001400*    CHECK, AND THE STATISTICS RUN ON THE CALIBRATED VALUES.  A  *
001500*    GROUP WITH NO CALIBRATION IN FORCE IS TAKEN AS READ.  A     *
001600*    READING CAPTURED AFTER CM-NEXT-DUE-DATE WAS TAKEN ON A      *
001700*    LAPSED CALIBRATION AND ITS GROUP IS LISTED ON THE DAILY     *
001800*    EXCEPTIONS DATASET.                                         *
001900*                                                                 *
002000******************************************************************
002100 01  CM-CALIB-RECORD.
002200     05  CM-CALIB-KEY.
002300         10  CM-GROUP-ID         PIC X(05).
002400         10  CM-EFF-DATE-INV     PIC 9(08).
002500     05  CM-EFFECTIVE-DATE       PIC 9(08).
002600     05  CM-OFFSET               PIC S9(04)V9(05).
002700     05  CM-SCALE                PIC S9(04)V9(05).
002800     05  CM-CERT-NUMBER          PIC X(15).
002900     05  CM-NEXT-DUE-DATE        PIC 9(08).
003000     05  CM-KEYED-BY             PIC X(08).
003100     05  CM-KEYED-DATE           PIC 9(08).
003200     05  FILLER                  PIC X(02).
