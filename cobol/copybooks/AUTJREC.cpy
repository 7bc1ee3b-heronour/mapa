000100***************************************************************
000200* AUTJREC.CPY                                                  *
000300* SECURITY-FILE CHANGE-JOURNAL RECORD - ONE ROW PER GRANT,     *
000400* RENEWAL OR REVOCATION MADE ON THE DAUT SCREEN (DSPTAUT)      *
000500* AGAINST THE PGMAUTH FILE, WITH BEFORE AND AFTER IMAGES OF    *
000600* THE ROW AND THE SECURITY ADMINISTRATOR WHO MADE THE CHANGE.  *
000700* WRITTEN TO THE AUTJ EXTRAPARTITION TD QUEUE, WHICH THE       *
000800* NIGHTLY DRAIN APPENDS TO THE AUTHJRNL DATASET (SEE           *
000900* JCL/DSPTCHDQ). KEPT APART FROM THE CTLJ CONTROL-FILE JOURNAL *
001000* SO DSPTCHJB NEVER REPLAYS A SECURITY ROW INTO PGMCTLF.       *
001100* DSPTCHAR READS IT FOR THE LAST USE OF EACH '*SECADM*' GRANT. *
001200* FUNCTIONS:                                                   *
001300*   'G'  GRANT OR RENEWAL (NO BEFORE IMAGE ON A NEW GRANT)     *
001400*   'R'  REVOCATION (NO AFTER IMAGE)                           *
001500***************************************************************
001600 01  AUTH-JOURNAL-RECORD.
001700     05  AJR-DATE              PIC 9(008).
001800     05  AJR-TIME              PIC 9(008).
001900     05  AJR-PROGRAM           PIC X(008).
002000     05  AJR-OPER-ID           PIC X(008).
002100     05  AJR-FUNCTION          PIC X(001).
002200         88  AJR-FUNC-GRANT              VALUE 'G'.
002300         88  AJR-FUNC-REVOKE             VALUE 'R'.
002400     05  AJR-AUTH-KEY          PIC X(016).
002500     05  AJR-BEFORE-IMAGE      PIC X(080).
002600     05  AJR-AFTER-IMAGE       PIC X(080).
002700     05  FILLER                PIC X(011).
