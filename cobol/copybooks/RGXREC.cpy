000100***************************************************************
000200* RGXREC.CPY                                                  *
000300* REGRESSION EXPECTED-RESULT CARD (EXPFILE DD) READ BY THE    *
000400* DSPTCHRG COMPARE STEP OF JCL/DSPTCHRG. EACH CARD NAMES ONE  *
000500* ROW THE REGRESSION WORKLIST MUST (RGX-EXPECT 'Y') OR MUST   *
000600* NOT ('N') HAVE LEFT BEHIND, UNDER A SCENARIO NAME; A        *
000700* SCENARIO PASSES WHEN EVERY ONE OF ITS CARDS DOES.           *
000800*   RGX-ROW-TYPE  'A' AUDIT ROW     - TARGET, RGX-STATUS AS   *
000900*                     AUD-STATUS, RGX-BUS-STATUS AS           *
001000*                     AUD-BUS-STATUS, RGX-PARM-TEXT AS        *
001100*                     AUD-PARM-TEXT                           *
001200*                 'E' ERROR RECORD  - TARGET, RGX-REASON, AND *
001300*                     A CORRELATION ID SHARED WITH AN AUDIT   *
001400*                     ROW OF THE SAME TARGET AND PARM TEXT;   *
001500*                     RGX-STATUS AS ERR-REPLAY-STATUS         *
001600*                 'C' CHECKPOINT    - TARGET AND RGX-SEQ,     *
001700*                     COMPLETE, STAMPED TODAY                 *
001800* A BLANK RGX-STATUS OR RGX-BUS-STATUS IS NOT CHECKED. THE    *
001900* PARM TEXT IS WHAT TIES A ROW TO ITS SCENARIO, SO EVERY      *
002000* SCENARIO'S WORKLIST ENTRY CARRIES ITS OWN. A '*' IN COLUMN  *
002100* 1 IS A COMMENT.                                             *
002200***************************************************************
002300 01  REGRESSION-EXPECT-RECORD.
002400     05  RGX-SCENARIO          PIC X(010).
002500     05  FILLER REDEFINES RGX-SCENARIO.
002600         10  RGX-COLUMN-1      PIC X(001).
002700             88  RGX-COMMENT-CARD        VALUE '*'.
002800         10  FILLER            PIC X(009).
002900     05  FILLER                PIC X(001).
003000     05  RGX-ROW-TYPE          PIC X(001).
003100         88  RGX-AUDIT-ROW               VALUE 'A'.
003200         88  RGX-ERROR-ROW               VALUE 'E'.
003300         88  RGX-CHECKPOINT-ROW          VALUE 'C'.
003400     05  RGX-EXPECT            PIC X(001).
003500         88  RGX-EXPECT-PRESENT          VALUE 'Y'.
003600         88  RGX-EXPECT-ABSENT           VALUE 'N'.
003700     05  FILLER                PIC X(001).
003800     05  RGX-TARGET            PIC X(008).
003900     05  FILLER                PIC X(001).
004000     05  RGX-STATUS            PIC X(001).
004100     05  RGX-BUS-STATUS        PIC X(002).
004200     05  FILLER                PIC X(001).
004300     05  RGX-REASON            PIC 9(004).
004400     05  RGX-REASON-X REDEFINES RGX-REASON
004500                               PIC X(004).
004600     05  FILLER                PIC X(001).
004700     05  RGX-SEQ               PIC 9(004).
004800     05  RGX-SEQ-X REDEFINES RGX-SEQ
004900                               PIC X(004).
005000     05  FILLER                PIC X(001).
005100     05  RGX-PARM-TEXT         PIC X(040).
005200     05  FILLER                PIC X(003).
