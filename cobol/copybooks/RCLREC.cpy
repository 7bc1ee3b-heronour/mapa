000100***************************************************************
000200* RCLREC.CPY                                                   *
000300* RESOURCE-CLASS RECORD - ONE KEYED VSAM ROW PER NAMED CLASS   *
000400* OF TARGETS THAT SHARE A SCARCE RESOURCE (KEY = CLASS NAME,   *
000500* THE SAME NAME THE TARGETS CARRY IN CTL-RESOURCE-CLASS ON     *
000600* PGMCTLF - SEE PGMCTLRC.CPY). THE IN-FLIGHT GUARDS COUNT THE  *
000700* DISPATCHES OF THE CLASS RUNNING ANYWHERE IN THE SUITE -      *
000800* DSPTCHQB FOR BATCH, DSPTCHQC FOR CICS - AND ADMIT A NEW ONE  *
000900* ONLY WHILE THE COUNT IS UNDER THE LIMIT. A BATCH DISPATCH    *
001000* OVER THE LIMIT WAITS UP TO RCL-WAIT-MINS FOR A SLOT BEFORE   *
001100* IT IS REFUSED (REASON 9984); AN ONLINE ONE IS REFUSED AT     *
001200* ONCE. CLASSES ARE DEFINED, CHANGED, AND THEIR COUNTS RESET   *
001300* AFTER A CRASH WITH THE DSPTCHRL CARD UTILITY; SEE            *
001400* JCL/DSPTCHLD FOR THE CLUSTER. A TARGET WHOSE CLASS HAS NO    *
001500* ROW, OR A ROW WITH A ZERO LIMIT, IS NOT LIMITED.             *
001600***************************************************************
001700 01  RESOURCE-CLASS-RECORD.
001800     05  RCL-CLASS             PIC X(008).
001900     05  RCL-MAX-CONCURRENT    PIC 9(003).
002000     05  RCL-IN-FLIGHT         PIC 9(003).
002100*    BATCH ONLY - HOW LONG A DISPATCH OVER THE LIMIT WAITS FOR A
002200*    SLOT BEFORE IT IS REFUSED. ZERO = REFUSE AT ONCE.
002300     05  RCL-WAIT-MINS         PIC 9(003).
002400     05  RCL-DESC              PIC X(030).
002500     05  RCL-UPDATED-BY        PIC X(008).
002600     05  RCL-UPDATED-DATE      PIC 9(008).
002700     05  FILLER                PIC X(017).
