000100***************************************************************
000200* PGMCTLFM.CPY                                                *
000300* PGMCTLF FIELD MAP - ONE ROW PER FIELD OF THE CONTROL RECORD *
000400* (PGMCTLRC.CPY) AFTER THE KEY: ITS NAME, POSITION AND LENGTH *
000500* IN THE 80-BYTE IMAGE, AND WHETHER IT IS CONFIGURATION ('C') *
000600* OR RUNTIME STATE ('R'). RUNTIME STATE - THE IN-FLIGHT GUARD *
000700* AND THE DAY'S QUOTA COUNTER - BELONGS TO THE REGION THAT    *
000800* KEPT IT AND IS NEVER COMPARED OR CARRIED BETWEEN            *
000900* ENVIRONMENTS. READ BY DSPTCHEV (CROSS-ENVIRONMENT COMPARE)  *
001000* AND DSPTCHPM (PROMOTION APPLY). A FIELD ADDED TO PGMCTLRC   *
001100* GETS A ROW HERE (AND PGM-CTL-FIELD-MAX IS BUMPED) OR IT     *
001200* WILL NOT BE COMPARED OR PROMOTED.                           *
001300***************************************************************
001400 01  PGM-CTL-FIELD-DATA.
001500     05  FILLER  PIC X(020) VALUE 'ACTIVE-SW     00901C'.
001600     05  FILLER  PIC X(020) VALUE 'ROUTE-PROD-ID 01008C'.
001700     05  FILLER  PIC X(020) VALUE 'ROUTE-TEST-ID 01808C'.
001800     05  FILLER  PIC X(020) VALUE 'ROUTE-ENV-SW  02601C'.
001900     05  FILLER  PIC X(020) VALUE 'SLA-MS        02708C'.
002000     05  FILLER  PIC X(020) VALUE 'INFLIGHT-SW   03501R'.
002100     05  FILLER  PIC X(020) VALUE 'CANARY-PCT    03603C'.
002200     05  FILLER  PIC X(020) VALUE 'CANARY-ALT-ID 03908C'.
002300     05  FILLER  PIC X(020) VALUE 'REMOTE-SYSID  04704C'.
002400     05  FILLER  PIC X(020) VALUE 'MAX-PER-DAY   05105C'.
002500     05  FILLER  PIC X(020) VALUE 'QUOTA-DATE    05608R'.
002600     05  FILLER  PIC X(020) VALUE 'QUOTA-COUNT   06405R'.
002700     05  FILLER  PIC X(020) VALUE 'RESOURCE-CLASS06908C'.
002800
002900 01  PGM-CTL-FIELD-TABLE REDEFINES PGM-CTL-FIELD-DATA.
003000     05  PGM-CTL-FIELD-ENTRY OCCURS 13 TIMES
003100                         INDEXED BY PGM-CTL-FLD-NDX.
003200         10  PGM-CTL-FLD-NAME  PIC X(014).
003300         10  PGM-CTL-FLD-POS   PIC 9(003).
003400         10  PGM-CTL-FLD-LEN   PIC 9(002).
003500         10  PGM-CTL-FLD-KIND  PIC X(001).
003600             88  PGM-CTL-FLD-CONFIG      VALUE 'C'.
003700             88  PGM-CTL-FLD-RUNTIME     VALUE 'R'.
003800
003900 77  PGM-CTL-FIELD-MAX         PIC 9(004) COMP VALUE 13.
