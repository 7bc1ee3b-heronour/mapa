000100***************************************************************
000200* DSPTRCT.CPY                                                  *
000300* SYMBOLIC MAP FOR MAP DSPTRCT1 / MAPSET DSPTRCT, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTRCT.BMS. FIELDS: DISPNM (THE  *
000500* DISPATCHER NAME - THE RUNCTL KEY), CMD (PAUSE/RESUME/STOP/   *
000600* SKIP, BLANK TO SHOW), SKPSEQ (THE WORKLIST SEQUENCE A SKIP   *
000700* APPLIES TO), SKPDTE (THE BUSINESS DATE OF ITS NIGHT, BLANK = *
000720* THE NIGHT THE RUN IS WORKING, OR TODAY WHEN NO RUN IS UNDER  *
000740* WAY), RSTATE/RSOPER/RACK/RSKIPS/RSKIP2 (THE RCTREC FIELDS,   *
000800* OUTPUT ONLY), AND RCTMSG (THE MESSAGE LINE).                 *
000900***************************************************************
001000 01  DSPTRCTI.
001100     05  DISPNML              PIC S9(004) COMP.
001200     05  DISPNMA              PIC X(001).
001300     05  DISPNMI              PIC X(020).
001400     05  CMDL                 PIC S9(004) COMP.
001500     05  CMDA                 PIC X(001).
001600     05  CMDI                 PIC X(006).
001700     05  SKPSEQL              PIC S9(004) COMP.
001800     05  SKPSEQA              PIC X(001).
001900     05  SKPSEQI              PIC X(004).
001910     05  SKPDTEL              PIC S9(004) COMP.
001920     05  SKPDTEA              PIC X(001).
001930     05  SKPDTEI              PIC X(008).
002000     05  RSTATEL              PIC S9(004) COMP.
002100     05  RSTATEA              PIC X(001).
002200     05  RSTATEI              PIC X(008).
002300     05  RSOPERL              PIC S9(004) COMP.
002400     05  RSOPERA              PIC X(001).
002500     05  RSOPERI              PIC X(008).
002600     05  RACKL                PIC S9(004) COMP.
002700     05  RACKA                PIC X(001).
002800     05  RACKI                PIC X(020).
002900     05  RSKIPSL              PIC S9(004) COMP.
003000     05  RSKIPSA              PIC X(001).
003100     05  RSKIPSI              PIC X(070).
003110     05  RSKIP2L              PIC S9(004) COMP.
003120     05  RSKIP2A              PIC X(001).
003130     05  RSKIP2I              PIC X(070).
003200     05  RCTMSGL              PIC S9(004) COMP.
003300     05  RCTMSGA              PIC X(001).
003400     05  RCTMSGI              PIC X(040).
003500
003600 01  DSPTRCTO REDEFINES DSPTRCTI.
003700     05  FILLER               PIC X(003).
003800     05  DISPNMO              PIC X(020).
003900     05  FILLER               PIC X(003).
004000     05  CMDO                 PIC X(006).
004100     05  FILLER               PIC X(003).
004200     05  SKPSEQO              PIC X(004).
004210     05  FILLER               PIC X(003).
004220     05  SKPDTEO              PIC X(008).
004300     05  FILLER               PIC X(003).
004400     05  RSTATEO              PIC X(008).
004500     05  FILLER               PIC X(003).
004600     05  RSOPERO              PIC X(008).
004700     05  FILLER               PIC X(003).
004800     05  RACKO                PIC X(020).
004900     05  FILLER               PIC X(003).
005000     05  RSKIPSO              PIC X(070).
005010     05  FILLER               PIC X(003).
005020     05  RSKIP2O              PIC X(070).
005100     05  FILLER               PIC X(003).
005200     05  RCTMSGO              PIC X(040).
