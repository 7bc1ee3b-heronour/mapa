000100***************************************************************
000200* OWNREC.CPY                                                   *
000300* TARGET OWNER REGISTRY ROW - ONE KEYED VSAM ROW PER TARGET    *
000400* PROGRAM (KEY = PROGRAM-ID, 8 BYTES AT OFFSET 0) NAMING THE   *
000500* TEAM THAT OWNS IT, WHO IS ON CALL FOR IT FIRST AND SECOND,   *
000600* AND HOW HARD A PROBLEM WITH IT IS ESCALATED. DSPTCHMN PUTS   *
000700* THE OWNER ON ITS ESCALATION RECORDS AND ON THE DSPALERT      *
000800* MESSAGE (DSPTCHMQ); THE AGING (DSPTCHEG), FAILURE-SUMMARY    *
000900* (DSPTCHRF) AND HEALTH-SUMMARY (DSPTCHHS) REPORTS SHOW IT,    *
001000* AND DSPTCHOI LISTS EACH TEAM'S OPEN ITEMS. ALL OF THEM ASK   *
001100* THROUGH DSPTCHOW; A TARGET WITH NO ROW COMES BACK WITH TEAM  *
001200* '*NONE*'. ROWS ARE ADDED, CHANGED AND DELETED WITH THE       *
001300* DSPTCHOR CARD UTILITY; SEE JCL/DSPTCHOL FOR THE CLUSTER.     *
001400* ESCALATION LEVELS:                                           *
001500*   '1'  PAGE THE PRIMARY AT ONCE, ANY HOUR                    *
001600*   '2'  PAGE IN BUSINESS HOURS, OTHERWISE FIRST THING         *
001700*   '3'  TICKET ONLY - NO PAGE                                 *
001800***************************************************************
001900 01  TARGET-OWNER-RECORD.
002000     05  OWN-TARGET-PGM        PIC X(008).
002100     05  OWN-TEAM              PIC X(008).
002200     05  OWN-PRIMARY           PIC X(016).
002300     05  OWN-SECONDARY         PIC X(016).
002400     05  OWN-ESC-LEVEL         PIC X(001).
002500         88  OWN-ESC-VALID               VALUE '1' THRU '3'.
002600         88  OWN-ESC-PAGE-NOW            VALUE '1'.
002700         88  OWN-ESC-BUS-HOURS           VALUE '2'.
002800         88  OWN-ESC-TICKET              VALUE '3'.
002900     05  OWN-UPDATED-BY        PIC X(008).
003000     05  OWN-UPDATED-DATE      PIC 9(008).
003100     05  FILLER                PIC X(015).
