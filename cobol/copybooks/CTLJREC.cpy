000700* DSPTCHCL LOAD) AND DSPTCHJC (CICS - DSPTCTL SCREEN UPDATES   *
000800* AND DSPTCHQC GUARD FLIPS, THROUGH THE CTLJ TD QUEUE THAT     *
000900* THE NIGHTLY DRAIN APPENDS TO THE JOURNAL DATASET). A DCTL    *
000910* UPDATE IS APPLIED ONLY WHEN A SECOND OPERATOR APPROVES IT ON *
000920* DCAP (DSPTCAP), AND THE ROW CARRIES BOTH OPERATOR IDS. IT IS *
001000* NO LONGER INSTANT, ANONYMOUS AND UNRECOVERABLE:              *
001100* DSPTCHJR REPORTS WHO CHANGED WHAT, AND DSPTCHJB REPLAYS THE  *
001200* JOURNAL OVER A BASE UNLOAD TO REBUILD THE FILE TO A POINT    *
001300* IN TIME. FUNCTIONS:                                          *
001400*   'L'  INITIAL/RELOAD LOAD (DSPTCHCL - NO BEFORE IMAGE)      *
001500*   'U'  MAINTENANCE UPDATE (DSPTCAP, APPROVED DCTL CHANGE)    *
001550*   'E'  EMERGENCY UPDATE (DSPTCTL, ON-CALL - APPLIED AT ONCE  *
001560*        AND FLAGGED FOR NEXT-DAY REVIEW ON DSPTCHJR)          *
001600*   'G'  IN-FLIGHT GUARD FLIP (DSPTCHQB/QC)                    *
001650*   'P'  PROMOTION FROM ANOTHER ENVIRONMENT (DSPTCHPM, APPLYING *
001660*        THE DSPTCHEV COMPARE'S CARDS - OPERATOR FROM SYSIN)   *
001700* THE IMAGES ARE 80 BYTES SO THE LAYOUT SURVIVES CONTROL-      *
001800* RECORD GROWTH WITHOUT A JOURNAL CONVERSION.                  *
001900***************************************************************
002600         88  CJR-FUNC-LOAD               VALUE 'L'.
002700         88  CJR-FUNC-UPDATE             VALUE 'U'.
002800         88  CJR-FUNC-GUARD              VALUE 'G'.
002850         88  CJR-FUNC-EMERGENCY          VALUE 'E'.
002870         88  CJR-FUNC-PROMOTE            VALUE 'P'.
002900     05  CJR-PGM-ID            PIC X(008).
003000     05  CJR-BEFORE-IMAGE      PIC X(080).
003100     05  CJR-AFTER-IMAGE       PIC X(080).
003110*    THE SECOND OPERATOR WHO APPROVED A DUAL-CONTROL CHANGE;
003120*    SPACES ON EVERY OTHER ROW.
003130     05  CJR-APPROVER-ID       PIC X(008).
003200     05  FILLER                PIC X(011).
