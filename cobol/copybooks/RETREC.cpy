000100***************************************************************
000200* RETREC.CPY                                                  *
000300* RETENTION CARD (RETCARD DD, ONE CARD PER CLUSTER) READ BY   *
000400* THE DSPTCHRH HOUSEKEEPING JOB. EACH OF RTNMSG, REQUEST AND  *
000500* AUDSUM NEEDS EXACTLY ONE CARD:                              *
000600*   RET-CLUSTER   THE LAST DSN QUALIFIER (PROD.DISPATCH.NAME) *
000700*   RET-DAYS      ROWS OLDER THAN THIS MANY DAYS ARE ARCHIVED *
000800*                 AND DELETED (1-9999)                        *
000900*   RET-CAPACITY  THE ROWS THE CLUSTER IS SIZED FOR           *
001000*   RET-WARN-PCT  WARN WHEN THE ROWS KEPT REACH THIS PERCENT  *
001100*                 OF CAPACITY (1-100, BLANK = 80)             *
001200* A '*' IN COLUMN 1 IS A COMMENT. COLUMNS ARE SEPARATED BY    *
001300* ONE BLANK SO THE CARDS STAY READABLE IN AN EDITOR.          *
001400***************************************************************
001500 01  RETENTION-CARD-RECORD.
001600     05  RET-CLUSTER           PIC X(008).
001700     05  FILLER REDEFINES RET-CLUSTER.
001800         10  RET-COLUMN-1      PIC X(001).
001900             88  RET-COMMENT-CARD        VALUE '*'.
002000         10  FILLER            PIC X(007).
002100     05  FILLER                PIC X(001).
002200     05  RET-DAYS              PIC 9(004).
002300     05  FILLER                PIC X(001).
002400     05  RET-CAPACITY          PIC 9(009).
002500     05  FILLER                PIC X(001).
002600     05  RET-WARN-PCT          PIC 9(003).
002700     05  RET-WARN-PCT-X REDEFINES RET-WARN-PCT
002800                               PIC X(003).
002900     05  FILLER                PIC X(053).
