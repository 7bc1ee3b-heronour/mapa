000100***************************************************************
000200* PGMAUTH.CPY                                                  *
000300* DISPATCH AUTHORIZATION ROW - ONE ROW OF THE KEYED PGMAUTH    *
000400* SECURITY FILE (VSAM KSDS, KEY = OPERATOR + TARGET, 16 BYTES  *
000500* AT OFFSET 0 - SEE JCL/DSPTCHAD). EACH ROW GRANTS ONE         *
000600* OPERATOR (OR GROUP ID, AS SIGNED ON TO CICS) THE RIGHT TO    *
000700* DISPATCH ONE TARGET PROGRAM; '********' IN THE TARGET GRANTS *
000800* EVERY TARGET, AND '*SECADM*' THE RIGHT TO MAINTAIN THIS FILE *
000900* ON THE DAUT SCREEN (DSPTAUT) - A SPECIAL TARGET BEGINNING    *
001000* WITH '*' MUST BE GRANTED BY NAME, '********' DOES NOT COVER  *
001100* IT. A ROW PAST ITS EXPIRY DATE GRANTS NOTHING. THE ONLINE    *
001200* PROGRAMS ASK THROUGH DSPTCHAU; AN OPERATOR WITH NO LIVE ROW  *
001300* IS REJECTED WITH A SCREEN/CONSOLE MESSAGE AND A 9996 ERROR   *
001400* RECORD - DEFAULT IS DENY. GRANTS AND REVOCATIONS ARE MADE ON *
001500* DAUT, JOURNALED (AUTJREC.CPY) AND RECERTIFIED QUARTERLY ON   *
001600* THE DSPTCHAR REPORT. THE BATCH DISPATCHERS RUN UNDER THE     *
001700* SCHEDULER AND DO NOT CONSULT THIS FILE.                      *
001800***************************************************************
001900 01  PGM-AUTH-RECORD.
002000     05  AUT-KEY.
002100         10  AUT-OPER-ID       PIC X(008).
002200         10  AUT-TARGET-PGM    PIC X(008).
002300     05  AUT-GRANT-DATE        PIC 9(008).
002400     05  AUT-EXPIRY-DATE       PIC 9(008).
002500*    THE SECURITY ADMINISTRATOR WHO MADE (OR LAST RENEWED) THE
002600*    GRANT - NEVER THE OPERATOR IT GRANTS TO.
002700     05  AUT-APPROVER-ID       PIC X(008).
002800     05  AUT-GRANT-NOTE        PIC X(020).
002900     05  FILLER                PIC X(020).
003000
003100 77  AUTH-ALL-TARGETS          PIC X(008) VALUE '********'.
003200 77  AUTH-SEC-ADMIN            PIC X(008) VALUE '*SECADM*'.
003300 77  AUTH-REJECT-RC            PIC S9(008) COMP VALUE 9996.
