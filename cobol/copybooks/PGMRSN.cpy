002400     05  FILLER  PIC X(053) VALUE
002500         '00009999TARGET INACTIVE     LREACTIVATE VIA DCTL     '.
002520     05  FILLER  PIC X(053) VALUE
002540         '00009996OPERATOR NOT AUTH   MCHECK DAUT GRANT/EXPIRY '.
002550     05  FILLER  PIC X(053) VALUE
002560         '00009995HOLIDAY - NOT RUN   LNO ACTION - PLANNED SKIP'.
002570     05  FILLER  PIC X(053) VALUE
002598         '00009991OVER DAILY QUOTA    MRAISE/RESET VIA DCTL    '.
002602     05  FILLER  PIC X(053) VALUE
002604         '00009990BUS-DAY RULE NOT DUELNO ACTION - PLANNED SKIP'.
002606     05  FILLER  PIC X(053) VALUE
002607         '00009989JOB WAIT TIMED OUT  MCHECK JOB IN SPOOL      '.
002608     05  FILLER  PIC X(053) VALUE
002609         '00009988JOB NOT SUBMITTED   HCHECK JOBSUBMT/JOBCOMP  '.
002610     05  FILLER  PIC X(053) VALUE
002611         '00009987OPERATOR SKIPPED    LNO ACTION - DRCT SKIP   '.
002612     05  FILLER  PIC X(053) VALUE
002613         '00009986OPERATOR STOPPED RUNLCARRIED TO NEXT NIGHT   '.
002614     05  FILLER  PIC X(053) VALUE
002615         '00009985UPSTREAM FILE LATE  MCARRIED - CHASE SUPPLIER'.
002616     05  FILLER  PIC X(053) VALUE
002617         '00009984RESOURCE CLASS FULL MCHECK CLASS VIA DSPTCHRL'.
002618     05  FILLER  PIC X(053) VALUE
002619         '00009983SEVERE BUS REJECT   HSEE DSPTCHBR / RTNFILE  '.
002620     05  FILLER  PIC X(053) VALUE
002621         '00009982SHED - WINDOW RISK  MCARRIED - LOW PRIORITY  '.
002600
002700 01  PGM-RSN-TABLE REDEFINES PGM-RSN-DATA.
002800     05  PGM-RSN-ENTRY OCCURS 21 TIMES
002900                       INDEXED BY PGM-RSN-NDX.
003000         10  PGM-RSN-CODE      PIC 9(008).
003100         10  PGM-RSN-TEXT      PIC X(020).
003500             88  PGM-RSN-SEV-LOW         VALUE 'L'.
003600         10  PGM-RSN-ACTION    PIC X(024).
003700
003800 77  PGM-RSN-MAX               PIC 9(004) COMP VALUE 21.
