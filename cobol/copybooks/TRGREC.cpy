000100***************************************************************
000200* TRGREC.CPY                                                   *
000300* UPSTREAM FILE-ARRIVAL TRIGGER RECORD - ONE KEYED VSAM ROW    *
000400* PER EXPECTED ARRIVAL (KEY = TRIGGER NAME + BUSINESS DATE).   *
000500* THE NIGHTLY RUN REGISTERS WHAT IT EXPECTS, WITH THE TIME IT  *
000600* IS DUE AND THE LATEST TIME THE DISPATCHERS WILL WAIT FOR IT; *
000700* THE UPSTREAM JOB (OR AN OPERATOR, FOR A FILE THAT CAME IN BY *
000800* HAND) MARKS THE ARRIVAL THROUGH THE DSPTCHTP POSTING STEP.   *
000900* A TARGET BOUND TO A TRIGGER BY A CALFILE 'T' CARD IS HELD BY *
001000* THE DISPATCHERS UNTIL ITS ROW SAYS ARRIVED (DSPTCHTQ LOOKS), *
001100* AND CARRIED FORWARD WITH REASON 9985 WHEN THE DEADLINE GOES  *
001200* BY FIRST. DSPTCHTL PRINTS EXPECTED VERSUS ACTUAL EACH        *
001300* MORNING. A ROW POSTED ARRIVED WITH NO EXPECTATION CARRIES    *
001400* ZERO EXPECTED AND DEADLINE TIMES. SEE JCL/DSPTCHTD FOR THE   *
001500* CLUSTER.                                                     *
001600***************************************************************
001700 01  TRIGGER-RECORD.
001800     05  TRG-KEY.
001900         10  TRG-NAME          PIC X(008).
002000         10  TRG-BUS-DATE      PIC 9(008).
002100     05  TRG-EXPECT-HHMM       PIC 9(004).
002200     05  TRG-DEADLINE-HHMM     PIC 9(004).
002300     05  TRG-ARRIVED-SW        PIC X(001).
002400         88  TRG-ARRIVED                 VALUE 'Y'.
002500         88  TRG-NOT-ARRIVED             VALUE 'N' SPACE.
002600     05  TRG-ARRIVE-DATE       PIC 9(008).
002700     05  TRG-ARRIVE-TIME       PIC 9(008).
002800*    THE JOB OR OPERATOR NAMED ON THE POSTING CARD.
002900     05  TRG-POSTED-BY         PIC X(008).
003000     05  FILLER                PIC X(031).
