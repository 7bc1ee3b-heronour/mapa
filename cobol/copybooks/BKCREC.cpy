000100***************************************************************
000200* BKCREC.CPY                                                  *
000300* NIGHTLY VSAM BACKUP CONTROL RECORD. DSPTCHBK WRITES ONE PER *
000400* CLUSTER TO EACH NEW BKCTL GENERATION, ALONGSIDE THE UNLOAD  *
000500* GENERATION IT CUT FOR THAT CLUSTER: THE ROWS UNLOADED, THEN *
000600* WHAT THE VERIFY PASS FOUND READING THE UNLOAD BACK AGAINST  *
000700* THE LIVE CLUSTER - ROWS IN THE CLUSTER, ROWS THAT MATCHED   *
000800* BYTE FOR BYTE, AND ROWS THAT DIFFERED OR WERE ON ONE SIDE   *
000900* ONLY. DSPTCHRS READS THE SAME GENERATION BEFORE A RESTORE   *
001000* AND WILL ONLY RELOAD A VERIFIED ('V') UNLOAD WITHOUT A      *
001100* FORCE CARD. BKC-CLUSTER IS THE LAST DSN QUALIFIER           *
001200* (PROD.DISPATCH.NAME); BKC-DD-NAME THE DD/FCT NAME THE SUITE *
001300* OPENS IT UNDER.                                             *
001400***************************************************************
001500 01  BACKUP-CONTROL-RECORD.
001600     05  BKC-CLUSTER           PIC X(008).
001700     05  BKC-DD-NAME           PIC X(008).
001800     05  BKC-DATE              PIC 9(008).
001900     05  BKC-TIME              PIC 9(008).
002000     05  BKC-ROWS-UNLOADED     PIC 9(009).
002100     05  BKC-ROWS-LIVE         PIC 9(009).
002200     05  BKC-ROWS-MATCHED      PIC 9(009).
002300     05  BKC-ROWS-DIFFERED     PIC 9(009).
002400     05  BKC-RECORD-LEN        PIC 9(003).
002500     05  BKC-STATUS            PIC X(001).
002600         88  BKC-VERIFIED                VALUE 'V'.
002700         88  BKC-NOT-VERIFIED            VALUE 'M'.
002800         88  BKC-NOT-TAKEN               VALUE 'U'.
002900     05  FILLER                PIC X(008).
