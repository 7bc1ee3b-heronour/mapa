000100***************************************************************
000200* GLJREC.CPY                                                   *
000300* GENERAL-LEDGER CHARGEBACK JOURNAL RECORD (120 BYTES) - THE   *
000400* MONTH-END FILE DSPTCHGL CUTS FOR THE LEDGER LOAD, SO FINANCE *
000500* STOPS RE-KEYING THE DSPTCHCG FIGURES. THREE RECORD TYPES:    *
000600*   'HDR'  ONE PER FILE - SOURCE, PERIOD, JOURNAL ID, RUN STAMP *
000700*   'DTL'  ONE PER JOURNAL LINE - A DEBIT PER COST CENTER AND  *
000800*          MODE (SUSPENSE FOR UNMAPPED ACTIVITY), AND ONE      *
000900*          CREDIT TO THE OPERATIONS RECOVERY ACCOUNT           *
001000*   'TRL'  ONE PER FILE - LINE COUNT AND DEBIT/CREDIT TOTALS,  *
001100*          WHICH ARE EQUAL ON A BALANCED JOURNAL               *
001200***************************************************************
001300 01  GL-JOURNAL-RECORD.
001400     05  GLJ-REC-TYPE          PIC X(003).
001500         88  GLJ-HEADER                  VALUE 'HDR'.
001600         88  GLJ-DETAIL                  VALUE 'DTL'.
001700         88  GLJ-TRAILER                 VALUE 'TRL'.
001800     05  GLJ-DATA              PIC X(117).
001900     05  GLJ-HDR-FIELDS REDEFINES GLJ-DATA.
002000         10  GLJ-HDR-SOURCE    PIC X(008).
002100         10  GLJ-HDR-PERIOD    PIC 9(006).
002200         10  GLJ-HDR-JOURNAL   PIC X(012).
002300         10  GLJ-HDR-DATE      PIC 9(008).
002400         10  GLJ-HDR-TIME      PIC 9(008).
002500         10  FILLER            PIC X(075).
002600     05  GLJ-DTL-FIELDS REDEFINES GLJ-DATA.
002700         10  GLJ-ACCOUNT       PIC X(010).
002800         10  GLJ-CENTER        PIC X(006).
002900         10  GLJ-DR-CR         PIC X(001).
003000             88  GLJ-DEBIT               VALUE 'D'.
003100             88  GLJ-CREDIT              VALUE 'C'.
003200         10  GLJ-AMOUNT        PIC 9(011)V9(002).
003300*        'B' BATCH, 'O' ONLINE, SPACE ON THE RECOVERY CREDIT.
003400         10  GLJ-MODE          PIC X(001).
003500         10  GLJ-DISP-COUNT    PIC 9(009).
003600         10  GLJ-ELAPSED-SEC   PIC 9(011).
003700         10  GLJ-DESC          PIC X(030).
003800         10  FILLER            PIC X(036).
003900     05  GLJ-TRL-FIELDS REDEFINES GLJ-DATA.
004000         10  GLJ-TRL-LINES     PIC 9(007).
004100         10  GLJ-TRL-DEBITS    PIC 9(013)V9(002).
004200         10  GLJ-TRL-CREDITS   PIC 9(013)V9(002).
004300         10  FILLER            PIC X(080).
