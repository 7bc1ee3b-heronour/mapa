000100***************************************************************
000200* PGMONCL.CPY                                                  *
000300* ON-CALL OPERATORS FOR THE DCTL EMERGENCY PATH (DSPTCTL       *
000400* ACTION 'E'). A DCTL UPDATE NORMALLY WAITS FOR A SECOND       *
000500* OPERATOR ON DCAP; AN OPERATOR (OR GROUP ID, AS SIGNED ON TO  *
000600* CICS) LISTED HERE MAY INSTEAD APPLY IT AT ONCE. THE CHANGE   *
000700* IS JOURNALED AS FUNCTION 'E' AND FLAGGED FOR NEXT-DAY REVIEW *
000800* ON THE DSPTCHJR REPORT. DEFAULT IS DENY. ADD A ROW (AND BUMP *
000900* PGM-ONCALL-MAX) TO GRANT IT.                                 *
001000***************************************************************
001100 01  PGM-ONCALL-DATA.
001200     05  FILLER      PIC X(008) VALUE 'OPSLEAD '.
001300     05  FILLER      PIC X(008) VALUE 'OPSJONES'.
001400     05  FILLER      PIC X(008) VALUE 'OPSONCAL'.
001500
001600 01  PGM-ONCALL-TABLE REDEFINES PGM-ONCALL-DATA.
001700     05  PGM-ONCALL-OPER OCCURS 3 TIMES
001800                         PIC X(008).
001900
002000 77  PGM-ONCALL-MAX            PIC 9(004) COMP VALUE 3.
