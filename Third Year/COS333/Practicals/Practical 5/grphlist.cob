000310*-----------------------------------------------------------------*
000320* DATE       INIT DESCRIPTION                                    *
000330* 02/09/2026 MVM  ORIGINAL PROGRAM.                              *
000331* 15/10/2026 MVM  EACH VERSION LINE NOW SHOWS THE APPROVER'S ID  *
000332*                BESIDE THE KEYER'S - GRPMAINT APPLIES NO CHANGE *
000333*                WITHOUT A SECOND USER'S APPROVAL.               *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     GRPHLIST.
001210 01  GL-ED-COUNT                PIC ZZZZZ9.
001220 01  GL-HEADING-1               PIC X(50)
001230    VALUE "GRPHLIST - GROUP MASTER CHANGE HISTORY".
001240 01  GL-HEADING-2A              PIC X(49)
001250    VALUE "SUPERSEDED        BY       APPROVED ACTION".
001260 01  GL-HEADING-2B              PIC X(45)
001270    VALUE "     RANGE LOW    RANGE HIGH  ACT".
001280*
002540     MOVE GM-RANGE-LOW TO GL-ED-LOW.
002550     MOVE GM-RANGE-HIGH TO GL-ED-HIGH.
002560     MOVE SPACES TO GL-REPORT-LINE.
002570     STRING "  CURRENT                                   "
002580            GL-ED-LOW  "  "
002590            GL-ED-HIGH "  "
002600            GM-ACTIVE-FLAG
002650*
002660******************************************************************
002670*    2300-WRITE-VERSION-LINE - PRINTS ONE SUPERSEDED VERSION -  *
002680*                            WHEN IT WAS SUPERSEDED, WHO KEYED  *
002685*                            AND WHO APPROVED IT, THE ACTION    *
002690*                            AND THE OLD VALUES                 *
002700******************************************************************
002710 2300-WRITE-VERSION-LINE.
002720     EVALUATE TRUE
002860     MOVE SPACES TO GL-REPORT-LINE.
002870     STRING "  " GL-ED-DATE " " GL-ED-TIME
002880            " " GH-CHANGED-BY
002885            " " GH-APPROVED-BY
002890            " " GL-ACTION-TEXT
002900            " " GL-ED-LOW  "  "
002910            GL-ED-HIGH "  "
