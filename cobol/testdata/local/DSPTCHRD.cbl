001500* LOSS, OR A PENDING ROW THAT NEVER COMPLETED HOLDS ITS         *
001600* CENTER. THE SCHEDULER GATES EACH AREA'S DOWNSTREAM WORK ON    *
001700* ITS OWN RECORD.                                               *
001710* A TARGET WHOSE RECORDS-PROCESSED COUNT THE DSPTCHVL VOLUME    *
001720* REPORT FLAGGED AS A HOLDING EXCEPTION (VOLHOLD - VOLREC.CPY)  *
001730* HOLDS ITS CENTER THE SAME WAY - A CLEAN RUN THAT PROCESSED    *
001740* NOTHING IS NOT READY DATA.                                    *
001750* EVERY SIGNAL CARRIES THE TIME IT WAS CUT (SIG-TIME), WHICH    *
001760* THE DSPTCHSA MONTHLY ATTAINMENT REPORT HOLDS AGAINST EACH     *
001770* CENTER'S AGREED READY-BY TIME.                                *
001800*****************************************************************
001900 Environment Division.
002000 Input-Output Section.
002600     SELECT SIGNAL-FILE ASSIGN TO SIGFILE
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-SIG-STATUS.
002810
002820     SELECT VOLUME-HOLD-FILE ASSIGN TO VOLHOLD
002830         ORGANIZATION IS SEQUENTIAL
002840         FILE STATUS IS WS-VOL-STATUS.
002900
003000 Data Division.
003100 File Section.
003400
003500 FD  SIGNAL-FILE.
003600     COPY SIGREC.
003610
003620 FD  VOLUME-HOLD-FILE.
003630     COPY VOLREC.
003700
003800 Working-Storage Section.
003900     COPY CONSTID.
004200 01  WS-AUDIT-STATUS          PIC X(002) VALUE SPACES.
004300     88  AUDIT-EOF                     VALUE '10'.
004400 01  WS-SIG-STATUS            PIC X(002) VALUE SPACES.
004410 01  WS-VOL-STATUS            PIC X(002) VALUE SPACES.
004420     88  VOL-EOF                       VALUE '10'.
004500
004600***************************************************************
004700* WORST-OUTCOME TRACKING PER TARGET SEEN TONIGHT. A PENDING   *
005400         10  TGO-CLEAN-COUNT  PIC 9(005) COMP.
005500         10  TGO-BAD-COUNT    PIC 9(005) COMP.
005600         10  TGO-PEND-COUNT   PIC 9(005) COMP.
005610         10  TGO-VOLUME-SW    PIC X(001).
005620             88  TGO-VOLUME-HELD       VALUE 'Y'.
005700 77  TGT-OUTCOME-MAX          PIC 9(004) COMP VALUE 30.
005800 77  WS-TGO-USED              PIC 9(004) COMP VALUE ZERO.
005900 01  WS-TGO-SUB               PIC 9(004) COMP VALUE ZERO.
008200 01  WS-LIST-POS              PIC 9(004) COMP VALUE ZERO.
008300
008400 01  WS-TODAY-DATE            PIC 9(008) VALUE ZERO.
008410 01  WS-SIGNAL-TIME           PIC 9(008) VALUE ZERO.
008500 77  WS-READ-COUNT            PIC 9(007) COMP VALUE ZERO.
008600 77  WS-HELD-COUNT            PIC 9(004) COMP VALUE ZERO.
008610 77  WS-VOL-HOLD-COUNT        PIC 9(004) COMP VALUE ZERO.
008700 77  RUNCTL-TARGET            PIC X(008) VALUE '*RUNCTL*'.
008800
008900 Procedure Division.
009500
009600     PERFORM 1000-INITIALIZE
009700     PERFORM 2000-SCAN-AUDIT-FILE
009750     PERFORM 2500-APPLY-VOLUME-HOLDS
009800     PERFORM 3000-JUDGE-THE-CENTERS
009900     PERFORM 4000-WRITE-SIGNALS
010000     PERFORM 9000-TERMINATE
018700     END-IF
018800     .
018900
018902***************************************************************
018904* 2500-APPLY-VOLUME-HOLDS                                     *
018906* EXCEPTIONS THE DSPTCHVL VOLUME REPORT MARKED AS HOLDING     *
018908* (VOL-HOLD-SW 'Y') HOLD THE TARGET'S CENTER LIKE A FAILURE.  *
018910* NO VOLHOLD DD, OR AN EMPTY FILE, MEANS NO VOLUME HOLDS.     *
018912***************************************************************
018914 2500-APPLY-VOLUME-HOLDS.
018916     OPEN INPUT VOLUME-HOLD-FILE
018918     IF WS-VOL-STATUS NOT EQUAL '00'
018920         DISPLAY MYNAME ' NO VOLUME EXCEPTIONS, VOLHOLD STATUS='
018922             WS-VOL-STATUS
018924         EXIT PARAGRAPH
018926     END-IF
018928     PERFORM 2510-READ-ONE-VOLUME
018930     PERFORM 2520-APPLY-ONE-VOLUME UNTIL VOL-EOF
018932     CLOSE VOLUME-HOLD-FILE
018934     .
018936
018938 2510-READ-ONE-VOLUME.
018940     READ VOLUME-HOLD-FILE
018942         AT END SET VOL-EOF TO TRUE
018944     END-READ
018946     .
018948
018950 2520-APPLY-ONE-VOLUME.
018952     IF VOL-HOLDS-CENTER
018954         MOVE 'N' TO WS-TGO-FOUND-SW
018956         PERFORM 2530-SCAN-FOR-VOLUME-TARGET
018958             VARYING WS-TGO-SCAN FROM 1 BY 1
018960             UNTIL WS-TGO-SCAN GREATER THAN WS-TGO-USED
018962               OR OUTCOME-SLOT-FOUND
018964         IF OUTCOME-SLOT-FOUND
018966             SET TGO-VOLUME-HELD (WS-TGO-SUB) TO TRUE
018968             ADD 1 TO WS-VOL-HOLD-COUNT
018970             DISPLAY MYNAME ' VOLUME HOLD ' VOL-TARGET-PGM ' '
018972                 VOL-FLAG ' COUNT=' VOL-RECORD-COUNT
018974         END-IF
018976     END-IF
018978     PERFORM 2510-READ-ONE-VOLUME
018980     .
018982
018984 2530-SCAN-FOR-VOLUME-TARGET.
018986     IF TGO-TARGET (WS-TGO-SCAN) EQUAL VOL-TARGET-PGM
018988         SET OUTCOME-SLOT-FOUND TO TRUE
018990         MOVE WS-TGO-SCAN TO WS-TGO-SUB
018992     END-IF
018994     .
018996
019000***************************************************************
019100* 3000-JUDGE-THE-CENTERS                                      *
019200* EVERY PGMCOST MAPPING ROW CONTRIBUTES ITS TARGET'S VERDICT  *
021400             OR TGO-PEND-COUNT (WS-TGO-SUB) GREATER THAN
021500                    TGO-CLEAN-COUNT (WS-TGO-SUB)
021600                  + TGO-BAD-COUNT (WS-TGO-SUB)
021650             OR TGO-VOLUME-HELD (WS-TGO-SUB)
021700             PERFORM 3300-HOLD-THE-CENTER
021800         END-IF
021900     END-IF
026300     .
026400
026500 4000-WRITE-SIGNALS.
026550     ACCEPT WS-SIGNAL-TIME FROM TIME
026600     PERFORM 4100-WRITE-ONE-SIGNAL
026700         VARYING WS-CVT-SUB FROM 1 BY 1
026800         UNTIL WS-CVT-SUB GREATER THAN WS-CENTERS-USED
027200     MOVE SPACES TO READINESS-RECORD
027300     MOVE CVT-CENTER (WS-CVT-SUB) TO SIG-COST-CENTER
027400     MOVE WS-TODAY-DATE TO SIG-DATE
027410     MOVE WS-SIGNAL-TIME TO SIG-TIME
027500     IF CVT-IS-HELD (WS-CVT-SUB)
027600         SET SIG-HELD TO TRUE
027700         MOVE CVT-FAIL-LIST (WS-CVT-SUB) TO SIG-FAIL-LIST
029000     DISPLAY MYNAME ' AUDIT ROWS READ=' WS-READ-COUNT
029100         ' CENTERS=' WS-CENTERS-USED
029200         ' HELD=' WS-HELD-COUNT
029250         ' VOLUME HOLDS=' WS-VOL-HOLD-COUNT
029300     IF WS-HELD-COUNT GREATER THAN ZERO
029400         MOVE 4 TO RETURN-CODE
029500     END-IF
