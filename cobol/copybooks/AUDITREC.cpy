000480* CLOSE CARRYING THE RUN'S ROW COUNT IN AUD-RUN-COUNT) SO THE  *
000490* AUDIT READERS CAN PROVE A GENERATION COMPLETE - SEE THE      *
000495* DSPTCHRV VERIFIER.                                           *
000496* OPERATOR RUN-CONTROL COMMANDS (THE DRCT SCREEN, AND EACH     *
000497* BATCH DISPATCHER'S ANSWER TO THEM) LAND UNDER THE SAME       *
000498* '*RUNCTL*' TARGET WITH STATUS 'K', THE COMMAND IN            *
000499* AUD-PARM-TEXT AND WHO POSTED IT IN AUD-OPER-ID.              *
000500***************************************************************
000600 01  AUDIT-RECORD.
000700     05  AUD-CALLER-PGM       PIC X(020).
001490         88  AUD-RUN-CLOSE              VALUE 'C'.
001495         88  AUD-BUSY                   VALUE 'U'.
001497         88  AUD-DRY-RUN                VALUE 'D'.
001498         88  AUD-RUN-COMMAND            VALUE 'K'.
001499         88  AUD-DEFERRED               VALUE 'W'.
001500     05  AUD-ELAPSED-MS       PIC S9(009) COMP.
001550     05  AUD-RUN-COUNT REDEFINES AUD-ELAPSED-MS
001560                          PIC S9(009) COMP.
001600     05  AUD-CORR-ID          PIC X(020).
001700     05  AUD-BUS-STATUS       PIC X(002).
001710*    ON A WINDOW-DEFERRAL ('W') ROW - ONE PER PARKED WORKLIST
001720*    ENTRY, AUD-ELAPSED-MS = HOW LONG IT WAS HELD - 'RN' MEANS
001730*    IT WAS RELEASED AND DISPATCHED, 'NR' THAT IT WAS HELD TO
001740*    THE CUTOFF (OR A STOP) AND NEVER RAN.
001750         88  AUD-DEFER-RAN              VALUE 'RN'.
001760         88  AUD-DEFER-NOT-RUN          VALUE 'NR'.
001800     05  AUD-OPER-ID          PIC X(008).
001900*    WHICH SIDE OF A CANARY ROUTE SPLIT THIS DISPATCH TOOK -
002000*    'P' PRIMARY, 'C' CANARY, SPACE WHEN NO SPLIT APPLIES.
004200*    CONTROL RECORD ROUTES THE TARGET TO ANOTHER REGION
004300*    (CTL-REMOTE-SYSID) - SPACES WHEN IT RAN LOCALLY.
004400     05  AUD-REGION-ID        PIC X(004).
004500*    RECORDS PROCESSED AS REPORTED BY THE TARGET IN
004600*    DCA-RECORD-COUNT - COMPLETION ROWS ONLY ('S', 'B', 'F').
004700*    SPACES WHEN THE TARGET DOESN'T REPORT A VOLUME AND ON
004800*    EVERY OTHER ROW, SO TEST AUD-RECORD-COUNT-N NUMERIC
004900*    BEFORE USING IT. SEE THE DSPTCHVL VOLUME REPORT.
005000     05  AUD-RECORD-COUNT     PIC X(009).
005100     05  AUD-RECORD-COUNT-N REDEFINES AUD-RECORD-COUNT
005200                              PIC 9(009).
005210*    BUSINESS DATE THE ROW BELONGS TO - THE SAME AS AUD-DATE
005220*    ON AN ORDINARY NIGHT, THE MISSED NIGHT BEING REPLAYED ON
005230*    A CATCH-UP RUN (SEE DSPTCHWG), SO A CAUGHT-UP NIGHT'S
005240*    ROWS CAN BE TOLD FROM THE NIGHT THEY WERE ACTUALLY RUN.
005250     05  AUD-BUS-DATE         PIC 9(008).
005300*    TAMPER CHECK, SET BY DSPTCHLG/DSPTCHLC AS THE ROW IS
005400*    WRITTEN. EACH WRITER CHAINS ITS OWN ROWS - A BATCH RUN
005500*    UNIT, OR THE CICS REGION AS A WHOLE - WITH AUD-CHECK-SEQ
005600*    NUMBERING THE ROW IN ITS CHAIN (1 = FIRST ROW; A BATCH
005700*    RUN-OPEN ROW STARTS A NEW CHAIN, THE REGION'S STARTS ONLY
005750*    AT REGION START) AND AUD-CHECK-VALUE
005800*    FOLDING THIS ROW'S CONTENT INTO THE VALUE OF THE ROW
005900*    BEFORE IT (SEE DSPTCHCS). A BATCH RUN-CLOSE ROW'S VALUE
006000*    SEALS THE RUN. DSPTCHAV PROVES A GENERATION UNALTERED.
006100     05  AUD-CHECK-SEQ        PIC 9(007).
006200     05  AUD-CHECK-VALUE      PIC 9(010).
