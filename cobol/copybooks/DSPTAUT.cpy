000100***************************************************************
000200* DSPTAUT.CPY                                                  *
000300* SYMBOLIC MAP FOR MAP DSPTAUT1 / MAPSET DSPTAUT, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTAUT.BMS. FIELDS: AUACT (THE   *
000500* OPERATOR'S B/G/R ACTION), AUOPER AND AUTGT (THE PGMAUTH ROW  *
000600* KEY), AUEXP AND AUNOTE (KEYED FOR A GRANT), AUGRNT AND       *
000700* AUAPPR (AS RECORDED ON THE FILE) AND AUMSG (THE MESSAGE      *
000800* LINE).                                                       *
000900***************************************************************
001000 01  DSPTAUTI.
001100     05  AUACTL               PIC S9(004) COMP.
001200     05  AUACTA               PIC X(001).
001300     05  AUACTI               PIC X(001).
001400     05  AUOPERL              PIC S9(004) COMP.
001500     05  AUOPERA              PIC X(001).
001600     05  AUOPERI              PIC X(008).
001700     05  AUTGTL               PIC S9(004) COMP.
001800     05  AUTGTA               PIC X(001).
001900     05  AUTGTI               PIC X(008).
002000     05  AUEXPL               PIC S9(004) COMP.
002100     05  AUEXPA               PIC X(001).
002200     05  AUEXPI               PIC X(008).
002300     05  AUNOTEL              PIC S9(004) COMP.
002400     05  AUNOTEA              PIC X(001).
002500     05  AUNOTEI              PIC X(020).
002600     05  AUGRNTL              PIC S9(004) COMP.
002700     05  AUGRNTA              PIC X(001).
002800     05  AUGRNTI              PIC X(008).
002900     05  AUAPPRL              PIC S9(004) COMP.
003000     05  AUAPPRA              PIC X(001).
003100     05  AUAPPRI              PIC X(008).
003200     05  AUMSGL               PIC S9(004) COMP.
003300     05  AUMSGA               PIC X(001).
003400     05  AUMSGI               PIC X(040).

003500 01  DSPTAUTO REDEFINES DSPTAUTI.
003600     05  FILLER               PIC X(003).
003700     05  AUACTO               PIC X(001).
003800     05  FILLER               PIC X(003).
003900     05  AUOPERO              PIC X(008).
004000     05  FILLER               PIC X(003).
004100     05  AUTGTO               PIC X(008).
004200     05  FILLER               PIC X(003).
004300     05  AUEXPO               PIC X(008).
004400     05  FILLER               PIC X(003).
004500     05  AUNOTEO              PIC X(020).
004600     05  FILLER               PIC X(003).
004700     05  AUGRNTO              PIC X(008).
004800     05  FILLER               PIC X(003).
004900     05  AUAPPRO              PIC X(008).
005000     05  FILLER               PIC X(003).
005100     05  AUMSGO               PIC X(040).
