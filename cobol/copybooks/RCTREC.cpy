000100***************************************************************
000200* RCTREC.CPY                                                   *
000300* OPERATOR RUN-CONTROL RECORD - ONE KEYED VSAM ROW PER BATCH   *
000400* DISPATCHER (KEY = DISPATCHER NAME, SAME KEY AS PRGREC.CPY).  *
000500* THE DRCT TRANSACTION (DSPTRCT) POSTS THE OPERATOR'S COMMAND  *
000600* HERE THROUGH THE RUNCTL FILE DEFINITION: PAUSE, RESUME, STOP *
000700* AFTER THE CURRENT ENTRY, OR SKIP A NAMED WORKLIST SEQUENCE.  *
000800* THE RUNNING DISPATCHER LOOKS AT THE ROW THROUGH DSPTCHOP     *
000900* BETWEEN WORKLIST ENTRIES, CONSUMES A SKIP WHEN IT REACHES     *
001000* THAT SEQUENCE, AND STAMPS WHAT IT IS DOING ABOUT THE ROW IN  *
001100* THE ACKNOWLEDGEMENT FIELDS - WHICH IS WHAT THE DPRG SCREEN   *
001200* SHOWS AS PAUSED OR STOPPING. THE END OF EACH RUN CLEARS THE  *
001300* COMMANDS, SO TONIGHT'S STOP NEVER HOLDS TOMORROW'S RUN. SEE  *
001400* JCL/DSPTCHOD FOR THE CLUSTER.                                *
001500***************************************************************
001600 01  RUN-CONTROL-RECORD.
001700     05  RCT-DISPATCHER        PIC X(020).
001800     05  RCT-RUN-STATE         PIC X(001).
001900         88  RCT-STATE-RUN               VALUE 'R' SPACE.
002000         88  RCT-STATE-PAUSE             VALUE 'P'.
002100         88  RCT-STATE-STOP              VALUE 'S'.
002200*    WHO POSTED THE CURRENT RUN STATE, AND WHEN.
002300     05  RCT-STATE-OPER        PIC X(008).
002400     05  RCT-STATE-DATE        PIC 9(008).
002500     05  RCT-STATE-TIME        PIC 9(008).
002600*    WORKLIST SEQUENCES TO BE PASSED OVER - A ZERO SEQUENCE IS
002700*    A FREE SLOT. THE DISPATCHER ZEROES A SLOT AS IT HONORS IT.
002710*    SEQUENCES ARE UNIQUE ONLY WITHIN A NIGHT (SEE WRKREC.CPY),
002720*    SO A SKIP NAMES THE BUSINESS DATE OF THE NIGHT IT MEANS AS
002730*    WELL AND IS HONORED ONLY UNDER THAT NIGHT.
002800     05  RCT-SKIP-TABLE.
002900         10  RCT-SKIP-ENTRY    OCCURS 10 TIMES.
002950             15  RCT-SKIP-DATE PIC 9(008).
003000             15  RCT-SKIP-SEQ  PIC 9(004).
003100             15  RCT-SKIP-OPER PIC X(008).
003200*    THE DISPATCHER'S LAST ANSWER TO THE ROW.
003300     05  RCT-ACK-STATE         PIC X(001).
003400         88  RCT-ACK-RUNNING             VALUE 'R'.
003500         88  RCT-ACK-PAUSED              VALUE 'P'.
003600         88  RCT-ACK-STOPPED             VALUE 'S'.
003700         88  RCT-ACK-ENDED               VALUE 'E' SPACE.
003800     05  RCT-ACK-TIME          PIC 9(008).
003810*    THE NIGHT (BUSINESS DATE) THE RUN IS WORKING, STAMPED WITH
003820*    EACH ANSWER AND ZEROED AT END OF RUN. A SKIP KEYED ON DRCT
003830*    WITHOUT A NIGHT WHILE A RUN IS UNDER WAY IS FOR THIS NIGHT.
003840     05  RCT-RUN-NIGHT         PIC 9(008).
003900     05  FILLER                PIC X(018).
