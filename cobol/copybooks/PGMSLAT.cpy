000100***************************************************************
000200* PGMSLAT.CPY                                                  *
000300* AGREED MONTHLY SERVICE-LEVEL TARGETS PER PGMCOST COST        *
000400* CENTER, READ BY THE DSPTCHSA ATTAINMENT REPORT. EACH ROW     *
000500* GIVES THE CENTER'S READY-BY TIME (HHMM ON THE SIGNAL DATE -  *
000600* SEE SIGREC.CPY) AND, AS PERCENTAGES WITH ONE DECIMAL, THE    *
000700* MINIMUM SUCCESS RATE, THE MINIMUM WITHIN-SLA RATE, THE       *
000800* MAXIMUM BUSINESS-REJECT RATE AND THE MINIMUM SHARE OF        *
000900* NIGHTS READY BY THE READY-BY TIME. A CENTER WITH NO ROW IS   *
001000* REPORTED BUT NEVER MARKED. CHANGE A ROW ONLY WHEN THE        *
001100* BUSINESS AREA AGREES A NEW TARGET AT ITS SERVICE REVIEW; ADD *
001200* A ROW (AND BUMP PGM-SLAT-MAX) FOR A NEW CENTER.              *
001300***************************************************************
001400 01  PGM-SLAT-DATA.
001500     05  FILLER  PIC X(026) VALUE 'CC100006000990095000200950'.
001600     05  FILLER  PIC X(026) VALUE 'CC200005000995095000100970'.
001700     05  FILLER  PIC X(026) VALUE 'CC300006300980090000300900'.
001800     05  FILLER  PIC X(026) VALUE 'CC400007000980090000500900'.
001900
002000 01  PGM-SLAT-TABLE REDEFINES PGM-SLAT-DATA.
002100     05  PGM-SLAT-ENTRY OCCURS 4 TIMES
002200                        INDEXED BY PGM-SLAT-NDX.
002300         10  PGM-SLAT-CENTER       PIC X(006).
002400         10  PGM-SLAT-READY-BY     PIC 9(004).
002500         10  PGM-SLAT-SUCCESS-MIN  PIC 9(003)V9.
002600         10  PGM-SLAT-SLA-MIN      PIC 9(003)V9.
002700         10  PGM-SLAT-REJECT-MAX   PIC 9(003)V9.
002800         10  PGM-SLAT-ONTIME-MIN   PIC 9(003)V9.
002900
003000 77  PGM-SLAT-MAX              PIC 9(004) COMP VALUE 4.
