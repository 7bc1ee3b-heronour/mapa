000100***************************************************************
000200* DSPTHST.CPY                                                  *
000300* SYMBOLIC MAP FOR MAP DSPTHST1 / MAPSET DSPTHST, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTHST.BMS. FIELDS: HSTGT (THE   *
000500* TARGET PROGRAM), HSDATE (THE FROM DATE), HSACT (THE ACTION - *
000600* BLANK/N/P/D/M), HSDESC (THE PGMDESC NAME ECHOED BACK),       *
000700* HSHEAD (THE COLUMN HEADING FOR WHAT THE LINES HOLD), TWELVE  *
000800* 75-BYTE DETAIL LINES AND HSMSG (THE MESSAGE LINE).           *
000900***************************************************************
001000 01  DSPTHSTI.
001100     05  HSTGTL               PIC S9(004) COMP.
001200     05  HSTGTA               PIC X(001).
001300     05  HSTGTI               PIC X(008).
001400     05  HSDATEL              PIC S9(004) COMP.
001500     05  HSDATEA              PIC X(001).
001600     05  HSDATEI              PIC X(008).
001700     05  HSACTL               PIC S9(004) COMP.
001800     05  HSACTA               PIC X(001).
001900     05  HSACTI               PIC X(001).
002000     05  HSDESCL              PIC S9(004) COMP.
002100     05  HSDESCA              PIC X(001).
002200     05  HSDESCI              PIC X(020).
002300     05  HSHEADL              PIC S9(004) COMP.
002400     05  HSHEADA              PIC X(001).
002500     05  HSHEADI              PIC X(075).
002600     05  HSL-ENTRY OCCURS 12 TIMES.
002700         10  HSLL             PIC S9(004) COMP.
002800         10  HSLA             PIC X(001).
002900         10  HSLI             PIC X(075).
003000     05  HSMSGL               PIC S9(004) COMP.
003100     05  HSMSGA               PIC X(001).
003200     05  HSMSGI               PIC X(060).
003300
003400 01  DSPTHSTO REDEFINES DSPTHSTI.
003500     05  FILLER               PIC X(003).
003600     05  HSTGTO               PIC X(008).
003700     05  FILLER               PIC X(003).
003800     05  HSDATEO              PIC X(008).
003900     05  FILLER               PIC X(003).
004000     05  HSACTO               PIC X(001).
004100     05  FILLER               PIC X(003).
004200     05  HSDESCO              PIC X(020).
004300     05  FILLER               PIC X(003).
004400     05  HSHEADO              PIC X(075).
004500     05  HSL-OUT-ENTRY OCCURS 12 TIMES.
004600         10  FILLER           PIC X(003).
004700         10  HSLO             PIC X(075).
004800     05  FILLER               PIC X(003).
004900     05  HSMSGO               PIC X(060).
