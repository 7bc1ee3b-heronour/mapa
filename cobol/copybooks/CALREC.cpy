001494*                           MONTH,                            *
001496*       RULE 'L'            ONLY THE LAST BUSINESS DAY OF     *
001497*                           THE MONTH.                        *
001498*   'C' + HHMM              RUN CUTOFF (DEFAULT 0500) - SEE   *
001499*                           THE DEFERRAL NOTE BELOW.          *
001500* SKIPS ARE LOGGED WITH REASON 9995 (HOLIDAY), 9994 (OUT OF  *
001600* WINDOW) OR 9990 (BUSINESS-DAY RULE) - SEE PGMRSN.CPY - SO  *
001700* DSPTCHRF REPORTS WHICH RULE FIRED. AN 80-BYTE CARD IMAGE,  *
001720* SO THE CALENDAR CAN RIDE AS INSTREAM OR CARD-IMAGE DATA.    *
001730* AN ENTRY WHOSE 'W' WINDOW OPENS LATER THE SAME NIGHT IS NOT *
001740* SKIPPED AT ONCE: THE DISPATCHER PARKS IT, REVISITS IT AFTER *
001750* THE REST OF THE WORKLIST, AND WAITS FOR THE WINDOW WHILE IT *
001760* STILL OPENS BEFORE THE RUN CUTOFF. ONLY A WINDOW THAT WILL  *
001770* NOT OPEN BEFORE THE CUTOFF IS SKIPPED WITH 9994.            *
001775*   'T' + TARGET + TRIGGER  THE TARGET NEEDS THIS UPSTREAM    *
001780*                           FILE TRIGGER (SEE TRGREC.CPY)     *
001785*                           TO HAVE ARRIVED BEFORE IT IS      *
001790*                           DRIVEN. THE ENTRY IS PARKED       *
001792*                           UNTIL IT HAS, OR CARRIED FORWARD  *
001794*                           WITH REASON 9985 ONCE THE         *
001796*                           TRIGGER'S DEADLINE (OR THE        *
001798*                           CUTOFF) GOES BY.                  *
001800***************************************************************
001900 01  CALENDAR-RECORD.
002000     05  CAL-REC-TYPE          PIC X(001).
002200         88  CAL-WINDOW-REC              VALUE 'W'.
002210         88  CAL-OVERRIDE-REC            VALUE 'O'.
002220         88  CAL-BUSDAY-REC              VALUE 'B'.
002230         88  CAL-CUTOFF-REC              VALUE 'C'.
002240         88  CAL-TRIGGER-REC             VALUE 'T'.
002300     05  CAL-REC-DATA          PIC X(016).
002400     05  CAL-HOLIDAY-FIELDS REDEFINES CAL-REC-DATA.
002500         10  CAL-HOLIDAY-DATE  PIC 9(008).
003080             88  CAL-RULE-NTH-BUS        VALUE 'N'.
003090             88  CAL-RULE-LAST-BUS       VALUE 'L'.
003092         10  CAL-BUS-DAY       PIC 9(002).
003093         10  FILLER            PIC X(005).
003094     05  CAL-CUTOFF-FIELDS REDEFINES CAL-REC-DATA.
003095         10  CAL-CUTOFF-HHMM   PIC 9(004).
003096         10  FILLER            PIC X(012).
003097     05  CAL-TRIGGER-FIELDS REDEFINES CAL-REC-DATA.
003098         10  CAL-TRG-TARGET    PIC X(008).
003099         10  CAL-TRG-NAME      PIC X(008).
003100     05  FILLER                PIC X(063).
