000200* DSPTPRG.CPY                                                  *
000300* SYMBOLIC MAP FOR MAP DSPTPRG1 / MAPSET DSPTPRG, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTPRG.BMS. TWO 75-BYTE          *
000500* PROGRESS LINES (ONE PER BATCH DISPATCHER), EACH FOLLOWED BY  *
000510* A 40-BYTE RUN-STATE LINE, AND A MESSAGE LINE, ALL            *
000600* OUTPUT-ONLY - ANY ATTENTION KEY REFRESHES.                   *
000700***************************************************************
000800 01  DSPTPRGI.
000900     05  PRL-ENTRY OCCURS 2 TIMES.
001000         10  PRLL             PIC S9(004) COMP.
001100         10  PRLA             PIC X(001).
001200         10  PRLI             PIC X(075).
001210         10  PRSL             PIC S9(004) COMP.
001220         10  PRSA             PIC X(001).
001230         10  PRSI             PIC X(040).
001300     05  PRMSGL               PIC S9(004) COMP.
001400     05  PRMSGA               PIC X(001).
001500     05  PRMSGI               PIC X(040).
001800     05  PRL-OUT-ENTRY OCCURS 2 TIMES.
001900         10  FILLER           PIC X(003).
002000         10  PRLO             PIC X(075).
002010         10  FILLER           PIC X(003).
002020         10  PRSO             PIC X(040).
002100     05  FILLER               PIC X(003).
002200     05  PRMSGO               PIC X(040).
