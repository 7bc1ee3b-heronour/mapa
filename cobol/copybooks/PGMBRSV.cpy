000100***************************************************************
000200* PGMBRSV.CPY                                                  *
000300* BUSINESS-REJECT SEVERITY TABLE - WHICH DCA-RETURN-STATUS     *
000400* CODES (SEE DSPCOMM.CPY) EACH TARGET MAY RETURN ARE SEVERE.   *
000500* A SEVERE CODE ('S') IS TREATED AS A FAILED DISPATCH THE      *
000600* MOMENT IT COMES BACK: 'F' AUDIT ROW, ERROR RECORD WITH       *
000700* REASON 9983 (SO DSPTCHRY REPLAYS IT AND DSPTCHMN COUNTS IT   *
000800* TOWARD THE BURST LIMIT), NO CHECKPOINT, AND THE COST CENTER  *
000900* HELD IN THE DSPTCHRD READINESS SIGNALS. A MINOR CODE ('M'),  *
001000* OR ANY CODE NOT LISTED, KEEPS THE REPORT-ONLY TREATMENT ON   *
001100* THE DSPTCHBR MORNING REPORT. READ THROUGH DSPTCHBX BY EVERY  *
001200* DISPATCHER, BATCH AND ONLINE. ADD A ROW (AND BUMP            *
001300* PGM-BRSV-MAX) WHEN A TARGET TEAM NAMES A NEW CODE.           *
001400***************************************************************
001500 01  PGM-BRSV-DATA.
001600     05  FILLER  PIC X(011) VALUE 'PGMA0001E1S'.
001700     05  FILLER  PIC X(011) VALUE 'PGMA0001W1M'.
001800     05  FILLER  PIC X(011) VALUE 'PGMA0002E1S'.
001900     05  FILLER  PIC X(011) VALUE 'PGMB0005NFS'.
002000     05  FILLER  PIC X(011) VALUE 'PGMB0005DPM'.
002100     05  FILLER  PIC X(011) VALUE 'PGMM0010E9S'.
002150     05  FILLER  PIC X(011) VALUE 'ZGMM0010E9S'.
002200
002300 01  PGM-BRSV-TABLE REDEFINES PGM-BRSV-DATA.
002400     05  PGM-BRSV-ENTRY OCCURS 7 TIMES
002500                        INDEXED BY PGM-BRSV-NDX.
002600         10  PGM-BRSV-TARGET   PIC X(008).
002700         10  PGM-BRSV-STATUS   PIC X(002).
002800         10  PGM-BRSV-SEV      PIC X(001).
002900             88  PGM-BRSV-SEVERE         VALUE 'S'.
003000             88  PGM-BRSV-MINOR          VALUE 'M'.
003100
003200 77  PGM-BRSV-MAX              PIC 9(004) COMP VALUE 7.
