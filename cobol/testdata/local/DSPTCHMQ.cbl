001600*   09-16  DATE YYYYMMDD   17-24  TIME HHMMSSTT                 *
001700*   25-32  TARGET PGM      33-52  PGMDESC NAME                  *
001800*   53-57  FAILURE COUNT   58-60  LIMIT   61-63  WINDOW MINS    *
001900*   64-87  PGMRSN SUGGESTED ACTION                              *
001910*   88-95  OWNING TEAM     96-111 PRIMARY ON-CALL               *
001920*   112-127 SECONDARY ON-CALL     128 ESCALATION LEVEL          *
001930*   129-200 RESERVED                                            *
001940* THE OWNER FIELDS COME FROM THE OWNER REGISTRY (OWNREC.CPY) -  *
001950* TEAM '*NONE*' MEANS NOBODY HAS REGISTERED THE TARGET.         *
002000*****************************************************************
002100 Data Division.
002200 Working-Storage Section.
003500     05  ALM-LIMIT            PIC 9(003) VALUE ZERO.
003600     05  ALM-WINDOW-MINS      PIC 9(003) VALUE ZERO.
003700     05  ALM-ACTION           PIC X(024) VALUE SPACES.
003710     05  ALM-OWNER-TEAM       PIC X(008) VALUE SPACES.
003720     05  ALM-PRIMARY          PIC X(016) VALUE SPACES.
003730     05  ALM-SECONDARY        PIC X(016) VALUE SPACES.
003740     05  ALM-ESC-LEVEL        PIC X(001) VALUE SPACES.
003800     05  FILLER               PIC X(072) VALUE SPACES.
003900
004000 Linkage Section.
004100 01  LNK-TARGET-PGM           PIC X(008).
004500 01  LNK-WINDOW-MINS          PIC 9(003).
004600 01  LNK-ACTION-TEXT          PIC X(024).
004700 01  LNK-REPLY-RC             PIC S9(004) COMP.
004710     COPY OWNREC.
004800
004900 Procedure Division USING LNK-TARGET-PGM
005000                          LNK-DESC-TEXT
005200                          LNK-LIMIT
005300                          LNK-WINDOW-MINS
005400                          LNK-ACTION-TEXT
005500                          LNK-REPLY-RC
005550                          TARGET-OWNER-RECORD.
005600 0000-MAINLINE.
005700     MOVE ZERO TO LNK-REPLY-RC
005800
006400     MOVE LNK-LIMIT       TO ALM-LIMIT
006500     MOVE LNK-WINDOW-MINS TO ALM-WINDOW-MINS
006600     MOVE LNK-ACTION-TEXT TO ALM-ACTION
006610     MOVE OWN-TEAM        TO ALM-OWNER-TEAM
006620     MOVE OWN-PRIMARY     TO ALM-PRIMARY
006630     MOVE OWN-SECONDARY   TO ALM-SECONDARY
006640     MOVE OWN-ESC-LEVEL   TO ALM-ESC-LEVEL
006700
006800     MOVE ZERO TO WS-BRIDGE-RC
006900     CALL WS-BRIDGE-PGM USING WS-ALERT-QUEUE ALERT-MESSAGE
