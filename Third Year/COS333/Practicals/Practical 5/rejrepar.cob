000376*                OTHERWISE THE ONE SAVED ON THE REJECT RECORD -  *
000378*                RE-VALIDATED HERE WITH THE SAME RULES AS        *
000379*                S20734621 BEFORE THE SUPFILE DETAIL IS WRITTEN. *
00037E* 15/10/2026 MVM  A REPAIRED READING NOW GOES BACK OUT WITH THE  *
00037F*                QUALITY CODE IT WAS REJECTED WITH               *
00037G*                (OR-QUALITY-CODE), SO AN ESTIMATED OR MANUAL    *
00037H*                READING IS NOT PASSED OFF AS GOOD BY THE        *
00037I*                CORRECTION RUN.                                 *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     REJREPAR.
004730     MOVE RR-COR-VALUE(RR-COR-FOUND-SUB) TO IR-VALUE.
004732     MOVE RR-TS-DATE TO IR-READING-DATE.
004734     MOVE RR-TS-TIME TO IR-READING-TIME.
004736     MOVE OR-QUALITY-CODE TO IR-QUALITY-CODE.
004740     WRITE IR-INPUT-RECORD.
004750     ADD 1 TO RR-SUP-COUNT.
004760     ADD RR-COR-VALUE(RR-COR-FOUND-SUB) TO RR-SUP-HASH.
