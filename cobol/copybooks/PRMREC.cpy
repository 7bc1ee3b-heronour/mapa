000100***************************************************************
000200* PRMREC.CPY                                                  *
000300* CONTROL-FILE PROMOTION RECORD - WRITTEN BY THE DSPTCHEV     *
000400* CROSS-ENVIRONMENT COMPARE (PROMOUT DD) FOR EACH TARGET      *
000500* SELECTED FOR PROMOTION, APPLIED TO THE DESTINATION PGMCTLF  *
000600* BY DSPTCHPM (PROMIN DD). PRM-NEW-IMAGE IS THE SOURCE        *
000700* ENVIRONMENT'S CONTROL RECORD (PGMCTLRC.CPY); PRM-OLD-IMAGE  *
000800* IS WHAT THE DESTINATION HELD WHEN THE COMPARE RAN (SPACES   *
000900* FOR AN ADD). DSPTCHPM REFUSES A CHANGE WHOSE DESTINATION    *
001000* CONFIGURATION NO LONGER MATCHES PRM-OLD-IMAGE AND AN ADD    *
001100* WHOSE TARGET HAS SINCE APPEARED - THE FILE MOVED UNDER THE  *
001200* COMPARE AND IT MUST BE RERUN. ONLY CONFIGURATION FIELDS ARE *
001300* CARRIED; RUNTIME STATE STAYS WITH THE DESTINATION           *
001400* (PGMCTLFM.CPY).                                             *
001500***************************************************************
001600 01  PROMOTION-RECORD.
001700     05  PRM-FROM-ENV          PIC X(008).
001800     05  PRM-TO-ENV            PIC X(008).
001900     05  PRM-COMPARE-DATE      PIC 9(008).
002000     05  PRM-COMPARE-TIME      PIC 9(008).
002100     05  PRM-ACTION            PIC X(001).
002200         88  PRM-ADD                     VALUE 'A'.
002300         88  PRM-CHANGE                  VALUE 'C'.
002400     05  PRM-NEW-IMAGE         PIC X(080).
002500     05  PRM-NEW-KEY REDEFINES PRM-NEW-IMAGE.
002600         10  PRM-PGM-ID        PIC X(008).
002700         10  FILLER            PIC X(072).
002800     05  PRM-OLD-IMAGE         PIC X(080).
002900     05  FILLER                PIC X(007).
