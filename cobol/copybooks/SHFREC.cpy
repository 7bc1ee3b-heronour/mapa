000100***************************************************************
000200* SHFREC.CPY                                                   *
000300* SHIFT ACTIVITY LOG ROW - ONE KEYED VSAM ROW PER ONLINE EVENT *
000400* THE SHIFT HANDOVER REPORT (DSPTCHHO) HAS TO SEE BEFORE THE   *
000500* NIGHTLY DRAIN. ONLINE DISPATCH ROWS (AUDT) AND DCTL CHANGES  *
000600* (CTLJ) GO TO EXTRAPARTITION TD QUEUES THAT BATCH CAN ONLY    *
000700* READ ONCE THE REGION IS DOWN, SO DSPTCHLC AND DSPTCHJC ALSO  *
000800* WRITE A SHORT COPY OF EACH ONE HERE THROUGH THE SHFLOG FILE  *
000900* DEFINITION. THE DRAIN (JCL/DSPTCHDQ) EMPTIES THE LOG ONCE    *
001000* THE QUEUES HAVE REACHED THE AUDIT TRAIL AND THE JOURNAL, SO  *
001100* A ROW IS ALWAYS IN EXACTLY ONE OF THE TWO PLACES. SEE        *
001200* JCL/DSPTCHHL FOR THE CLUSTER. KEY = SHF-KEY, 25 BYTES AT     *
001300* OFFSET 0. ROW TYPES:                                         *
001400*   'D'  ONLINE DISPATCH ROW - SHF-STATUS IS THE AUDIT STATUS  *
001500*   'C'  DCTL CONTROL CHANGE - SHF-STATUS IS THE CJR-FUNCTION  *
001600***************************************************************
001700 01  SHIFT-LOG-RECORD.
001800     05  SHF-KEY.
001900         10  SHF-DATE          PIC 9(008).
002000         10  SHF-TIME          PIC 9(008).
002100         10  SHF-TASK          PIC 9(007).
002200         10  SHF-TYPE          PIC X(001).
002300             88  SHF-DISPATCH            VALUE 'D'.
002400             88  SHF-CONTROL             VALUE 'C'.
002500         10  SHF-STATUS        PIC X(001).
002600     05  SHF-OPER-ID           PIC X(008).
002700     05  SHF-TARGET-PGM        PIC X(008).
002800     05  SHF-APPROVER-ID       PIC X(008).
002900     05  SHF-CALLER-PGM        PIC X(020).
003000     05  SHF-CORR-ID           PIC X(020).
003100     05  SHF-RESERVED          PIC X(011).
