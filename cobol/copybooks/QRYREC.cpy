000100***************************************************************
000200* QRYREC.CPY                                                  *
000300* SELECTION CARDS FOR THE DSPTCHQY AD-HOC AUDIT QUERY (QRYCARD*
000400* DD, ONE CARD PER LINE). A KEYWORD IN COLUMNS 1-8, ITS VALUE *
000500* FROM COLUMN 10. CARDS WITH THE SAME KEYWORD ARE ALTERNATIVES*
000600* (ANY ONE MAY MATCH); DIFFERENT KEYWORDS MUST ALL MATCH. NO  *
000700* SELECTION CARDS AT ALL SELECTS EVERY ROW.                   *
000800*   FROM     YYYYMMDD [HHMMSS]  EARLIEST AUD-DATE/AUD-TIME    *
000900*   TO       YYYYMMDD [HHMMSS]  LATEST (TIME DEFAULTS TO THE  *
001000*                               START/END OF THE DAY)         *
001100*   CALLER   AUD-CALLER-PGM     } AN EXACT VALUE, OR A PREFIX *
001200*   TARGET   AUD-TARGET-PGM     } ENDING IN '*' (PGMM*), OR   *
001300*   OPER     AUD-OPER-ID        } *BLANK FOR AN EMPTY FIELD   *
001400*   CHAIN    AUD-CHAIN-NAME     }                             *
001500*   REGION   AUD-REGION-ID      }                             *
001600*   SIDE     AUD-ROUTE-SIDE     }                             *
001700*   BUSSTAT  AUD-BUS-STATUS     } ... OR ** FOR ANY NON-CLEAN *
001800*   STATUS   AUD-STATUS - ONE OR MORE LETTERS, E.G. SBF       *
001900*   PARM     TEXT AUD-PARM-TEXT MUST CONTAIN (TRAILING BLANKS *
002000*            ARE NOT PART OF IT)                              *
002100*   '*' IN COLUMN 1 IS A COMMENT.                             *
002200***************************************************************
002300 01  QUERY-CARD-RECORD.
002400     05  QRY-KEYWORD           PIC X(008).
002500         88  QRY-FROM-CARD               VALUE 'FROM'.
002600         88  QRY-TO-CARD                 VALUE 'TO'.
002700     05  FILLER                PIC X(001).
002800     05  QRY-VALUE             PIC X(040).
002900     05  QRY-STAMP-FIELDS REDEFINES QRY-VALUE.
003000         10  QRY-DATE          PIC X(008).
003100         10  QRY-DATE-N REDEFINES QRY-DATE
003200                               PIC 9(008).
003300         10  FILLER            PIC X(001).
003400         10  QRY-TIME          PIC X(006).
003500         10  QRY-TIME-N REDEFINES QRY-TIME
003600                               PIC 9(006).
003700         10  FILLER            PIC X(025).
003800     05  FILLER                PIC X(031).
