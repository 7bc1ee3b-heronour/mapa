000300* SYMBOLIC MAP FOR MAP DSPTCTL1 / MAPSET DSPTCTL, AS PRODUCED  *
000400* BY THE BMS ASSEMBLY OF BMS/DSPTCTL.BMS. FIELDS: ACTION (THE  *
000500* OPERATOR'S B=BROWSE / U=UPDATE REQUEST), PGMID (THE CONTROL  *
000600* RECORD KEY), ACTV/PROD/TESTID/ENVSW/SLAMS/RCLS/RSYS (THE    *
000700* PGMCTLRC CONTROL FIELDS), AND CTLMSG (THE MESSAGE LINE).     *
000800***************************************************************
000900 01  DSPTCTLI.
002740     05  INFLL                PIC S9(004) COMP.
002750     05  INFLA                PIC X(001).
002760     05  INFLI                PIC X(001).
002761     05  RCLSL                PIC S9(004) COMP.
002762     05  RCLSA                PIC X(001).
002763     05  RCLSI                PIC X(008).
002764     05  CANPCTL              PIC S9(004) COMP.
002766     05  CANPCTA              PIC X(001).
002768     05  CANPCTI              PIC X(003).
002770     05  CANALTL              PIC S9(004) COMP.
002772     05  CANALTA              PIC X(001).
002774     05  CANALTI              PIC X(008).
002776     05  RSYSL                PIC S9(004) COMP.
002778     05  RSYSA                PIC X(001).
002780     05  RSYSI                PIC X(004).
002800     05  CTLMSGL              PIC S9(004) COMP.
002900     05  CTLMSGA              PIC X(001).
003000     05  CTLMSGI              PIC X(040).
004433     05  QRSTO                PIC X(001).
004434     05  FILLER               PIC X(003).
004440     05  INFLO                PIC X(001).
004442     05  FILLER               PIC X(003).
004444     05  RCLSO                PIC X(008).
004450     05  FILLER               PIC X(003).
004460     05  CANPCTO              PIC X(003).
004470     05  FILLER               PIC X(003).
