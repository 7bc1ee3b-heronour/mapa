000100***************************************************************
000200* CTLPREC.CPY                                                  *
000300* PENDING PGMCTLF CHANGE - ONE KEYED VSAM ROW PER TARGET       *
000400* (KEY = PROGRAM-ID) HOLDING A DCTL UPDATE THAT IS WAITING FOR *
000500* A SECOND OPERATOR. DSPTCTL FILES THE ROW ON ACTION 'U'       *
000600* INSTEAD OF REWRITING THE CONTROL RECORD; A DIFFERENT,        *
000700* PGMAUTH-AUTHORIZED OPERATOR APPROVES OR REJECTS IT ON THE    *
000800* DCAP SCREEN (DSPTCAP), AND ONLY AN APPROVAL REWRITES         *
000900* PGMCTLF AND JOURNALS THE CHANGE WITH BOTH OPERATOR IDS.      *
001000* THE KEYED FIELDS ARE KEPT EXACTLY AS THE REQUESTER KEYED     *
001100* THEM (SPACES = LEAVE THE FIELD ALONE) AND ARE RE-APPLIED TO  *
001200* THE CONTROL RECORD AS IT STANDS AT APPROVAL, SO GUARD FLIPS  *
001300* AND QUOTA COUNTS TAKEN IN BETWEEN ARE NOT ROLLED BACK.       *
001400* ONE PENDING CHANGE PER TARGET; A DECIDED ROW IS REUSED BY    *
001500* THE NEXT CHANGE FILED FOR THAT TARGET. STATUSES:             *
001600*   'P' PENDING  - AWAITING THE SECOND OPERATOR                *
001700*   'A' APPROVED - APPLIED TO PGMCTLF AND JOURNALED            *
001800*   'R' REJECTED - DECISION RECORDED, NEVER APPLIED            *
001900* SEE JCL/DSPTCHCP FOR THE CLUSTER - FIXED 240-BYTE ROWS.      *
002000***************************************************************
002100 01  CTL-PENDING-RECORD.
002200     05  CPD-PGM-ID            PIC X(008).
002300     05  CPD-STATUS            PIC X(001).
002400         88  CPD-PENDING                 VALUE 'P'.
002500         88  CPD-APPROVED                VALUE 'A'.
002600         88  CPD-REJECTED                VALUE 'R'.
002700     05  CPD-REQUESTER         PIC X(008).
002800     05  CPD-FILED-DATE        PIC 9(008).
002900     05  CPD-FILED-TIME        PIC 9(008).
003000     05  CPD-KEYED-FIELDS.
003100         10  CPD-ACTIVE-SW     PIC X(001).
003200         10  CPD-PROD-ID       PIC X(008).
003300         10  CPD-TEST-ID       PIC X(008).
003400         10  CPD-ENV-SW        PIC X(001).
003500         10  CPD-SLA-MS        PIC X(008).
003600         10  CPD-MAX-PER-DAY   PIC X(005).
003700         10  CPD-QUOTA-RESET   PIC X(001).
003800         10  CPD-INFLIGHT-SW   PIC X(001).
003900         10  CPD-RESOURCE-CLASS PIC X(008).
004000         10  CPD-CANARY-PCT    PIC X(003).
004100         10  CPD-CANARY-ALT-ID PIC X(008).
004200         10  CPD-REMOTE-SYSID  PIC X(004).
004300*    THE CONTROL RECORD AS IT WOULD HAVE LOOKED HAD THE CHANGE
004400*    BEEN APPLIED WHEN IT WAS FILED - FOR THE RECORD ONLY.
004500     05  CPD-PROPOSED-IMAGE    PIC X(080).
004600     05  CPD-APPROVER          PIC X(008).
004700     05  CPD-DECIDED-DATE      PIC 9(008).
004800     05  CPD-DECIDED-TIME      PIC 9(008).
004900     05  FILLER                PIC X(047).
