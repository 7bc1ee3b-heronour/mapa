000100***************************************************************
000200* SLAREC.CPY                                                   *
000300* MONTHLY SERVICE-LEVEL HISTORY RECORD. DSPTCHSA WRITES ONE    *
000400* PER PGMCOST COST CENTER FOR THE MONTH IT REPORTS (A NEW      *
000500* SLAHIST GENERATION EACH RUN) AND READS THE KEPT GENERATIONS  *
000600* BACK FOR THE PRIOR-MONTH COLUMNS. RAW COUNTS ARE KEPT, NOT   *
000700* PERCENTAGES, SO EVERY RATE IS WORKED THE SAME WAY EACH TIME. *
000800* A RERUN FOR THE SAME MONTH SUPERSEDES THE EARLIER ROWS -     *
000900* THE LAST GENERATION READ WINS. SLA-NIGHTS COUNTS ONLY THE    *
001000* NIGHTS WHOSE SIGNAL CARRIED A TIME; SLA-ON-TIME IS JUDGED    *
001100* AGAINST THE READY-BY IN FORCE WHEN THE MONTH WAS REPORTED.   *
001200***************************************************************
001300 01  SLA-HISTORY-RECORD.
001400     05  SLA-MONTH             PIC 9(006).
001500     05  SLA-CENTER            PIC X(006).
001600     05  SLA-DISPATCHES        PIC 9(009).
001700     05  SLA-CLEAN             PIC 9(009).
001800     05  SLA-WITHIN            PIC 9(009).
001900     05  SLA-REJECTS           PIC 9(009).
002000     05  SLA-NIGHTS            PIC 9(003).
002100     05  SLA-ON-TIME           PIC 9(003).
002200     05  SLA-LATEST-READY      PIC 9(004).
002300     05  SLA-RUN-DATE          PIC 9(008).
002400     05  FILLER                PIC X(014).
