000100***************************************************************
000200* RATEREC.CPY                                                  *
000300* CHARGEBACK RATE CARD (RATECARD DD, ONE CARD PER LINE) READ   *
000400* BY THE DSPTCHGL MONTH-END JOURNAL. FINANCE KEEPS THE CARDS;  *
000500* A RATE CHANGE IS A NEW 'R' CARD WITH A LATER EFFECTIVE       *
000600* MONTH, SO EARLIER MONTHS STILL RE-PRICE AS THEY WERE BILLED. *
000700* CARD TYPES:                                                  *
000800*   'R'  RATE - CHARGE PER DISPATCH AND PER ELAPSED SECOND FOR *
000900*        A COST CENTER ('******' = ANY CENTER) AND A MODE      *
001000*        ('B' BATCH, 'O' ONLINE, '*' EITHER), FROM THE         *
001100*        EFFECTIVE MONTH ON. THE MOST SPECIFIC CARD WINS -     *
001200*        CENTER BEFORE MODE - THEN THE LATEST EFFECTIVE MONTH  *
001300*        NOT AFTER THE BILLING MONTH. A '****** *' CARD IS     *
001400*        REQUIRED SO EVERY DISPATCH CAN BE PRICED.             *
001500*   'A'  ACCOUNTS - THE EXPENSE ACCOUNT EACH COST CENTER IS    *
001600*        DEBITED ON, THE OPERATIONS RECOVERY ACCOUNT/CENTER    *
001700*        CREDITED, AND THE SUSPENSE ACCOUNT/CENTER UNMAPPED    *
001800*        ACTIVITY IS DEBITED TO. EXACTLY ONE.                  *
001900*   '*'  COMMENT - IGNORED.                                    *
002000* COLUMNS ARE SEPARATED BY ONE BLANK SO THE CARDS STAY         *
002100* READABLE IN AN EDITOR.                                       *
002200***************************************************************
002300 01  RATE-CARD-RECORD.
002400     05  RTE-TYPE              PIC X(001).
002500         88  RTE-RATE-CARD               VALUE 'R'.
002600         88  RTE-ACCOUNT-CARD            VALUE 'A'.
002700         88  RTE-COMMENT-CARD            VALUE '*'.
002800     05  RTE-DATA              PIC X(079).
002900     05  RTE-RATE-FIELDS REDEFINES RTE-DATA.
003000         10  FILLER            PIC X(001).
003100         10  RTE-CENTER        PIC X(006).
003200         10  FILLER            PIC X(001).
003300         10  RTE-MODE          PIC X(001).
003400             88  RTE-MODE-VALID          VALUE 'B' 'O' '*'.
003500         10  FILLER            PIC X(001).
003600         10  RTE-EFF-MONTH     PIC 9(006).
003700         10  FILLER            PIC X(001).
003800*        MONEY PER DISPATCH, 999.9999
003900         10  RTE-DISP-RATE     PIC 9(003)V9(004).
004000         10  FILLER            PIC X(001).
004100*        MONEY PER ELAPSED SECOND, 999.999999
004200         10  RTE-SEC-RATE      PIC 9(003)V9(006).
004300         10  FILLER            PIC X(045).
004400     05  RTE-ACCT-FIELDS REDEFINES RTE-DATA.
004500         10  FILLER            PIC X(001).
004600         10  RTE-EXPENSE-ACCT  PIC X(010).
004700         10  FILLER            PIC X(001).
004800         10  RTE-RECOVERY-ACCT PIC X(010).
004900         10  FILLER            PIC X(001).
005000         10  RTE-RECOVERY-CTR  PIC X(006).
005100         10  FILLER            PIC X(001).
005200         10  RTE-SUSPENSE-ACCT PIC X(010).
005300         10  FILLER            PIC X(001).
005400         10  RTE-SUSPENSE-CTR  PIC X(006).
005500         10  FILLER            PIC X(032).
