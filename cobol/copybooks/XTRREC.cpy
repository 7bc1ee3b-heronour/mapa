000900*   'TRL'  ONE PER FILE - DETAIL COUNT AND ELAPSED-MS HASH     *
001000*          TOTAL, SO THE RECEIVING SIDE CAN PROVE THE FEED     *
001100*          ARRIVED WHOLE                                       *
001110* A FEED RE-CUT BY DSPTCHXR FOR RESENDING KEEPS THE ORIGINAL   *
001120* HDR EXTRACT DATE/TIME (THE WAREHOUSE ACKNOWLEDGES AGAINST    *
001130* THEM, SEE ACKREC.CPY) AND CARRIES THE RESEND FLAG AND THE    *
001140* DATE/TIME OF THE RE-CUT.                                     *
001200***************************************************************
001300 01  EXTRACT-RECORD.
001400     05  XTR-REC-TYPE          PIC X(003).
002000         10  XTR-HDR-DATE      PIC 9(008).
002100         10  XTR-HDR-TIME      PIC 9(008).
002200         10  XTR-HDR-SOURCE    PIC X(008).
002210         10  XTR-HDR-RESEND-SW PIC X(001).
002220             88  XTR-HDR-RESENT          VALUE 'R'.
002230         10  XTR-HDR-CUT-DATE  PIC 9(008).
002240         10  XTR-HDR-CUT-TIME  PIC 9(008).
002300         10  FILLER            PIC X(076).
002400     05  XTR-DTL-FIELDS REDEFINES XTR-DATA.
002500         10  XTR-TARGET-PGM    PIC X(008).
002600         10  XTR-COST-CENTER   PIC X(006).
