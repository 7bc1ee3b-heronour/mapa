000100***************************************************************
000200* DSPTCAP.CPY                                                  *
000300* SYMBOLIC MAP FOR MAP DSPTCAP1 / MAPSET DSPTCAP, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTCAP.BMS. FIELDS: CAACT (THE   *
000500* OPERATOR'S B=BROWSE / A=APPROVE / R=REJECT REQUEST), CAPGM   *
000600* (THE TARGET PROGRAM-ID - THE PENDING-CHANGE KEY), CADET (THE *
000700* REQUESTER AND FILING STAMP), CACHG1/CACHG2 (THE KEYED        *
000800* CHANGES ECHOED BACK) AND CAMSG (THE MESSAGE LINE).           *
000900***************************************************************
001000 01  DSPTCAPI.
001100     05  CAACTL               PIC S9(004) COMP.
001200     05  CAACTA               PIC X(001).
001300     05  CAACTI               PIC X(001).
001400     05  CAPGML               PIC S9(004) COMP.
001500     05  CAPGMA               PIC X(001).
001600     05  CAPGMI               PIC X(008).
001700     05  CADETL               PIC S9(004) COMP.
001800     05  CADETA               PIC X(001).
001900     05  CADETI               PIC X(075).
002000     05  CACHG1L              PIC S9(004) COMP.
002100     05  CACHG1A              PIC X(001).
002200     05  CACHG1I              PIC X(075).
002300     05  CACHG2L              PIC S9(004) COMP.
002400     05  CACHG2A              PIC X(001).
002500     05  CACHG2I              PIC X(075).
002600     05  CAMSGL               PIC S9(004) COMP.
002700     05  CAMSGA               PIC X(001).
002800     05  CAMSGI               PIC X(040).
002900
003000 01  DSPTCAPO REDEFINES DSPTCAPI.
003100     05  FILLER               PIC X(003).
003200     05  CAACTO               PIC X(001).
003300     05  FILLER               PIC X(003).
003400     05  CAPGMO               PIC X(008).
003500     05  FILLER               PIC X(003).
003600     05  CADETO               PIC X(075).
003700     05  FILLER               PIC X(003).
003800     05  CACHG1O              PIC X(075).
003900     05  FILLER               PIC X(003).
004000     05  CACHG2O              PIC X(075).
004100     05  FILLER               PIC X(003).
004200     05  CAMSGO               PIC X(040).
