000100******************************************************************
000200*                                                                 *
000300*    CLRECCPY  -  PER-GROUP SPC CONTROL LIMITS RECORD            *
000400*    ONE RECORD PER READING GROUP, KEYED ON CL-GROUP-ID.  HOLDS  *
000500*    THE X-BAR AND S CHART LIMITS SPCCHART BUILT FROM A BASELINE *
000600*    WINDOW OF THE GROUP'S RUN STATISTICS HISTORY (HSRECCPY) -   *
000700*    THE CENTRE LINE IS THE AVERAGE OF THE BASELINE RUN MEANS,   *
000800*    SIGMA OF THE MEAN IS S-BAR OVER C4 OVER THE ROOT OF THE     *
000900*    AVERAGE SUBGROUP SIZE, AND THE LIMITS SIT THREE SIGMA OUT.  *
001000*    THE RECORD IS WRITTEN ONCE, THE FIRST TIME THE GROUP HAS    *
001100*    ENOUGH HISTORY, AND IS ONLY REPLACED WHEN OPERATIONS KEYS A *
001200*    REBASE CARD (LCRECCPY) - E.G. AFTER A SENSOR IS REPLACED -  *
001300*    SO THE LIMITS DO NOT CREEP WITH THE PROCESS THEY POLICE.    *
001400*                                                                 *
001500*    CL-BASE-FROM-DATE / CL-BASE-TO-DATE ARE THE FIRST AND LAST  *
001600*    HISTORY RUN DATES IN THE BASELINE.  ONLY RUNS DATED AFTER   *
001700*    CL-BASE-TO-DATE ARE TESTED AGAINST THE LIMITS.              *
001800*                                                                 *
001900******************************************************************
002000 01  CL-LIMITS-RECORD.
002100     05  CL-GROUP-ID             PIC X(05).
002200     05  CL-BASE-FROM-DATE       PIC 9(08).
002300     05  CL-BASE-TO-DATE         PIC 9(08).
002400     05  CL-BASE-RUNS            PIC 9(04).
002500     05  CL-AVG-SUBGROUP         PIC 9(06).
002600     05  CL-CENTER-LINE          PIC S9(04)V9(05).
002700     05  CL-SIGMA-XBAR           PIC S9(04)V9(05).
002800     05  CL-XBAR-UCL             PIC S9(04)V9(05).
002900     05  CL-XBAR-LCL             PIC S9(04)V9(05).
003000     05  CL-S-BAR                PIC S9(04)V9(05).
003100     05  CL-S-UCL                PIC S9(04)V9(05).
003200     05  CL-S-LCL                PIC S9(04)V9(05).
003300     05  CL-COMPUTED-DATE        PIC 9(08).
003400     05  CL-BASELINE-SOURCE      PIC X(01).
003500         88  CL-AUTO-BASELINE               VALUE "A".
003600         88  CL-OPERATOR-REBASE             VALUE "R".
003700     05  CL-REBASED-BY           PIC X(08).
003800     05  FILLER                  PIC X(12).
