000100******************************************************************
000200*                                                                 *
000300*    PRRECCPY  -  REDUNDANT-SENSOR PAIR DECLARATION CARD         *
000400*    ONE CARD PER PAIR OF GROUPS THAT MEASURE THE SAME POINT -   *
000500*    A PRIMARY AND A BACKUP INSTRUMENT.  KEPT BY DATA CONTROL ON *
000600*    THE PAIR DECLARATIONS DATASET AND READ BY S20734621 AT THE  *
000700*    START OF EVERY RUN.  AT THE SECOND GROUP'S BREAK THE TWO    *
000800*    GROUPS' READINGS ARE MATCHED ON CAPTURE TIMESTAMP AND THE   *
000900*    PAIR'S DIFFERENCES (PRIMARY LESS BACKUP) ARE REPORTED.      *
001000*                                                                 *
001100*    PR-MAX-MEAN-DIFF IS THE LARGEST MEAN DIFFERENCE ALLOWED,    *
001200*    EITHER WAY; PR-MAX-READING-DIFF IS THE LARGEST DIFFERENCE   *
001300*    ALLOWED ON ANY ONE MATCHED PAIR OF READINGS.  BLANK MEANS   *
001400*    NO ALLOWANCE IS SET AND THAT CHECK IS SKIPPED.  A PAIR      *
001500*    WITH FEWER THAN PR-MIN-MATCHED READINGS MATCHED IS LISTED   *
001600*    AS WELL; BLANK TAKES ONE, SO A PAIR WITH NO READING IN      *
001700*    COMMON IS ALWAYS LISTED.  THE ALLOWANCES CARRY A LEADING    *
001800*    SEPARATE SIGN LIKE THE GROUP MASTER CARD BUT MUST NOT BE    *
001900*    NEGATIVE.                                                   *
002000*                                                                 *
002100******************************************************************
002200 01  PR-PAIR-CARD.
002300     05  PR-PRIMARY-GROUP        PIC X(05).
002400     05  PR-BACKUP-GROUP         PIC X(05).
002500     05  PR-MAX-MEAN-DIFF-X      PIC X(10).
002600     05  PR-MAX-MEAN-DIFF REDEFINES PR-MAX-MEAN-DIFF-X
002700                                 PIC S9(04)V9(05)
002800                                 SIGN IS LEADING SEPARATE.
002900     05  PR-MAX-READING-DIFF-X   PIC X(10).
003000     05  PR-MAX-READING-DIFF REDEFINES PR-MAX-READING-DIFF-X
003100                                 PIC S9(04)V9(05)
003200                                 SIGN IS LEADING SEPARATE.
003300     05  PR-MIN-MATCHED-X        PIC X(04).
003400     05  PR-MIN-MATCHED REDEFINES PR-MIN-MATCHED-X
003500                                 PIC 9(04).
003600     05  FILLER                  PIC X(46).
