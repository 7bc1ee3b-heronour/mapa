000100***************************************************************
000200* ACKREC.CPY                                                   *
000300* WAREHOUSE ACKNOWLEDGEMENT RECORD - RETURNED BY THE CORPORATE *
000400* WAREHOUSE FOR EVERY DWFEED FILE IT PICKS UP (SEE XTRREC.CPY) *
000500* AND MATCHED BACK TO THE FEED'S HDR/TRL BY THE DSPTCHWA       *
000600* RECONCILIATION. ACK-EXTRACT-DATE/TIME ECHO THE HDR OF THE    *
000700* FEED LOADED (A ZERO TIME MATCHES ANY FEED CUT THAT DATE);    *
000800* THE LOADED COUNT AND HASH ARE WHAT THE WAREHOUSE ACTUALLY    *
000900* LOADED, TO BE EQUAL TO THE TRL WE SENT. A FEED ACKNOWLEDGED  *
001000* MORE THAN ONCE (E.G. REJECTED, THEN RESENT AND LOADED) IS    *
001100* JUDGED ON ITS LATEST ACK-DATE/TIME. AN 80-BYTE CARD IMAGE.   *
001200***************************************************************
001300 01  ACK-RECORD.
001400     05  ACK-EXTRACT-DATE      PIC 9(008).
001500     05  ACK-EXTRACT-TIME      PIC 9(008).
001600     05  ACK-RESULT            PIC X(001).
001700         88  ACK-ACCEPTED                VALUE 'A'.
001800         88  ACK-REJECTED                VALUE 'R'.
001900     05  ACK-LOADED-COUNT      PIC 9(009).
002000     05  ACK-LOADED-HASH       PIC 9(015).
002100     05  ACK-DATE              PIC 9(008).
002200     05  ACK-TIME              PIC 9(008).
002300     05  ACK-REASON            PIC X(020).
002400     05  FILLER                PIC X(003).
