000100***************************************************************
000200* VOLREC.CPY                                                   *
000300* VOLUME-EXCEPTION RECORD, WRITTEN BY THE DSPTCHVL VOLUME      *
000400* REPORT - ONE PER COMPLETED DISPATCH WHOSE REPORTED RECORDS-  *
000500* PROCESSED COUNT (AUD-RECORD-COUNT) WAS ZERO OR FAR OUTSIDE   *
000600* THE TARGET'S OWN RECENT HISTORY. A ROW WITH VOL-HOLD-SW 'Y'  *
000700* HOLDS THE TARGET'S COST CENTER IN THE DSPTCHRD READINESS     *
000800* SIGNALS (THE DSPTCHVL HOLD CARD DECIDES WHICH EXCEPTIONS     *
000900* HOLD); THE REST ARE REPORTED ONLY. AN 80-BYTE CARD IMAGE.    *
001000***************************************************************
001100 01  VOLUME-EXCEPTION-RECORD.
001200     05  VOL-TARGET-PGM        PIC X(008).
001300     05  VOL-RUN-DATE          PIC 9(008).
001400     05  VOL-FLAG              PIC X(004).
001500         88  VOL-ZERO-VOLUME             VALUE 'ZERO'.
001600         88  VOL-HIGH-VOLUME             VALUE 'HIGH'.
001700         88  VOL-LOW-VOLUME              VALUE 'LOW '.
001800     05  VOL-HOLD-SW           PIC X(001).
001900         88  VOL-HOLDS-CENTER            VALUE 'Y'.
002000     05  VOL-RECORD-COUNT      PIC 9(009).
002100*    AVERAGE COUNT OVER THE HISTORY GENERATIONS, AND HOW MANY
002200*    COMPLETED RUNS THAT AVERAGE WAS TAKEN FROM.
002300     05  VOL-NORMAL-COUNT      PIC 9(009).
002400     05  VOL-HIST-RUNS         PIC 9(003).
002500     05  VOL-CORR-ID           PIC X(020).
002600     05  FILLER                PIC X(018).
