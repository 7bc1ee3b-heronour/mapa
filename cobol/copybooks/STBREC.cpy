000100***************************************************************
000200* STBREC.CPY                                                  *
000300* STUB BEHAVIOR CARD (STUBBHV DD) READ BY DSPTCHSB, THE LOGIC *
000400* BEHIND THE ZGMM0010/ZGMN0010/ZGMO0010 TEST STAND-INS. A     *
000500* STAND-IN CALLED WITHOUT 'STUB ' BEHAVIOR IN DCA-PARM-TEXT   *
000600* ACTS ON THE FIRST CARD NAMING IT; WITH NO CARD IT ANSWERS   *
000700* CLEAN ('00', RETURN-CODE 0). STB-BEHAVIOR TAKES THE SAME    *
000800* KEYWORDS AS THE PARM TEXT (SEE DSPTCHSB), BLANK-SEPARATED:  *
000900*   ST=XX         RETURN STATUS FOR DCA-RETURN-STATUS         *
001000*   RC=NNNN       RETURN-CODE - ANY NON-ZERO IS A FAILURE     *
001100*   DLY=NNNN      SECONDS TO WAIT BEFORE RETURNING            *
001200*   CNT=NNNNNNNNN RECORD COUNT FOR DCA-RECORD-COUNT           *
001300*   ABEND=NNNN    USER ABEND WITH THIS CODE - NEVER RETURNS   *
001400* STB-MESSAGE, WHEN NOT BLANK, IS HANDED BACK IN              *
001500* DCA-RETURN-MESSAGE. A '*' IN COLUMN 1 IS A COMMENT.         *
001600***************************************************************
001700 01  STUB-BEHAVIOR-RECORD.
001800     05  STB-TARGET            PIC X(008).
001900     05  FILLER REDEFINES STB-TARGET.
002000         10  STB-COLUMN-1      PIC X(001).
002100             88  STB-COMMENT-CARD        VALUE '*'.
002200         10  FILLER            PIC X(007).
002300     05  FILLER                PIC X(001).
002400     05  STB-BEHAVIOR          PIC X(040).
002500     05  FILLER                PIC X(001).
002600     05  STB-MESSAGE           PIC X(030).
