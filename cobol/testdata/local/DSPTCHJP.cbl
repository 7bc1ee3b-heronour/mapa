000100 Identification Division.
000200 Program-ID. DSPTCHJP.
000300*****************************************************************
000400* DSPTCHJP - JOB COMPLETION POSTING STEP.                       *
000500* RUNS AS THE LAST STEP OF EVERY WRAPPER JOB DSPTCHJS SUBMITS,  *
000600* THROUGH THE DSPTCHJP PROC IN THE DISPATCH JOB LIBRARY. THE    *
000700* WRAPPER'S IF/THEN LADDER PICKS WHICH POSTING STEP RUNS, SO    *
000800* THE SINGLE SYSIN CARD ALREADY CARRIES THE ANSWER:             *
000900*   COLS  1-20  DISPATCH CORRELATION ID                         *
001000*   COLS 21-28  JOBLIB MEMBER                                   *
001100*   COLS 29-32  COMPLETION CODE (0000/0004/0008/0012/0016/ABND) *
001200* THE ROW IS WRITTEN TO THE KEYED JOBCOMP CLUSTER (JOBCREC.CPY) *
001300* WHERE THE WAITING DISPATCHER FINDS IT. A ROW ALREADY ON FILE  *
001400* FOR THE SAME ID (A MANUAL RESUBMIT OF THE WRAPPER) IS         *
001500* REPLACED. A NEVER-LOADED CLUSTER (35) IS OPENED OUTPUT.       *
001600*****************************************************************
001700 Environment Division.
001800 Input-Output Section.
001900 File-Control.
002000     SELECT JOBCOMP-FILE ASSIGN TO JOBCOMP
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS RANDOM
002300         RECORD KEY IS JCM-CORR-ID
002400         FILE STATUS IS WS-JCM-STATUS.
002500
002600 Data Division.
002700 File Section.
002800 FD  JOBCOMP-FILE.
002900     COPY JOBCREC.
003000
003100 Working-Storage Section.
003200     COPY CONSTID.
003300
003400 01  WS-JCM-STATUS            PIC X(002) VALUE SPACES.
003500
003600 01  WS-POST-CARD.
003700     05  WS-POST-CORR-ID      PIC X(020).
003800     05  WS-POST-MEMBER       PIC X(008).
003900     05  WS-POST-CC           PIC X(004).
004000     05  FILLER               PIC X(048).
004100
004200 Procedure Division.
004300 0000-MAINLINE.
004400     MOVE 'DSPTCHJP' TO MYNAME
004500     ACCEPT MYNAME-TS-DATE FROM DATE YYYYMMDD
004600     ACCEPT MYNAME-TS-TIME FROM TIME
004700     DISPLAY MYNAME ' Begin ' MYNAME-TS-DATE '.' MYNAME-TS-TIME
004800
004900     PERFORM 1000-INITIALIZE
005000     PERFORM 2000-POST-COMPLETION
005100
005200     ACCEPT MYNAME-TS-DATE FROM DATE YYYYMMDD
005300     ACCEPT MYNAME-TS-TIME FROM TIME
005400     DISPLAY MYNAME ' End ' MYNAME-TS-DATE '.' MYNAME-TS-TIME
005500     GOBACK
005600     .
005700
005800 1000-INITIALIZE.
005900     MOVE SPACES TO WS-POST-CARD
006000     ACCEPT WS-POST-CARD FROM SYSIN
006100     IF WS-POST-CORR-ID EQUAL SPACES
006200             OR WS-POST-CC EQUAL SPACES
006300         DISPLAY MYNAME ' NO COMPLETION CARD - NOTHING POSTED'
006400         MOVE 8 TO RETURN-CODE
006500         GOBACK
006600     END-IF
006700
006800     OPEN I-O JOBCOMP-FILE
006900     IF WS-JCM-STATUS EQUAL '35'
007000         OPEN OUTPUT JOBCOMP-FILE
007100     END-IF
007200     IF WS-JCM-STATUS NOT EQUAL '00'
007300         DISPLAY MYNAME ' UNABLE TO OPEN JOBCOMP, STATUS='
007400             WS-JCM-STATUS ' - ' WS-POST-CORR-ID ' NOT POSTED'
007500         MOVE 8 TO RETURN-CODE
007600         GOBACK
007700     END-IF
007800     .
007900
008000 2000-POST-COMPLETION.
008100     MOVE SPACES TO JOB-COMPLETION-RECORD
008200     MOVE WS-POST-CORR-ID TO JCM-CORR-ID
008300     MOVE WS-POST-MEMBER  TO JCM-MEMBER
008400     MOVE WS-POST-CC      TO JCM-COMPL-CODE
008500     ACCEPT JCM-POST-DATE FROM DATE YYYYMMDD
008600     ACCEPT JCM-POST-TIME FROM TIME
008700
008800     WRITE JOB-COMPLETION-RECORD
008900         INVALID KEY
009000             REWRITE JOB-COMPLETION-RECORD
009100     END-WRITE
009200     IF WS-JCM-STATUS NOT EQUAL '00'
009300         DISPLAY MYNAME ' POST FAILED FOR ' WS-POST-CORR-ID
009400             ', STATUS=' WS-JCM-STATUS
009500         MOVE 8 TO RETURN-CODE
009600     ELSE
009700         DISPLAY MYNAME ' POSTED ' WS-POST-CORR-ID ' '
009800             WS-POST-MEMBER ' CODE=' WS-POST-CC
009900     END-IF
010000
010100     CLOSE JOBCOMP-FILE
010200     .
