000800* FAILING TARGETS LISTED OTHERWISE - SO EACH BUSINESS AREA'S   *
000900* DOWNSTREAM JOBS GATE ON THEIR OWN DISPATCHES INSTEAD OF THE  *
001000* WHOLE DSPTCH01 JOB. AN 80-BYTE CARD IMAGE THE SCHEDULER CAN  *
001100* PARSE. SIG-TIME IS THE CLOCK TIME THE SIGNAL WAS CUT ON      *
001110* SIG-DATE - THE DSPTCHSA ATTAINMENT REPORT JUDGES IT AGAINST  *
001120* EACH CENTER'S AGREED READY-BY TIME (PGMSLAT.CPY).            *
001200***************************************************************
001300 01  READINESS-RECORD.
001400     05  SIG-COST-CENTER       PIC X(006).
001700         88  SIG-READY                   VALUE 'READY'.
001800         88  SIG-HELD                    VALUE 'HELD '.
001900     05  SIG-FAIL-LIST         PIC X(048).
001950     05  SIG-TIME              PIC 9(008).
002000     05  FILLER                PIC X(005).
