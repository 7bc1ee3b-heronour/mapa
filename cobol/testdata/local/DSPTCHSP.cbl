001800* COSTED AT THE OVERALL AVERAGE. THE EXISTING CKPT-SEQ-NUM      *
001900* CHECKPOINTING AND THE DSPTCHQB IN-FLIGHT GUARD KEEP THE       *
002000* STREAMS FROM COLLIDING ON A SHARED TARGET AT RUN TIME.        *
002010* A CATCH-UP WORKLIST (SEE DSPTCHWG) IS SPLIT NIGHT BY NIGHT:   *
002020* EACH NIGHT HEADER IS COPIED TO EVERY STREAM, SO EVERY STREAM  *
002030* REPLAYS ITS SHARE OF THE NIGHTS OLDEST FIRST UNDER THE RIGHT  *
002040* BUSINESS DATE, AND PREDECESSORS ARE FOLLOWED WITHIN A NIGHT.  *
002100*****************************************************************
002200 Environment Division.
002300 Input-Output Section.
031600 3100-READ-ONE-ENTRY.
031700     READ WORKLIST-FILE
031800         AT END SET WRKL-EOF TO TRUE
031900         NOT AT END
031910             IF NOT WRK-ENTRY-NIGHT OF WORKLIST-RECORD
031920                 ADD 1 TO WS-ENTRY-COUNT
031930             END-IF
032000     END-READ
032100     .
032200
032300 3200-ASSIGN-ONE-ENTRY.
032310     IF WRK-ENTRY-NIGHT OF WORKLIST-RECORD
032320         PERFORM 3250-COPY-NIGHT-HEADER
032330         PERFORM 3100-READ-ONE-ENTRY
032340         EXIT PARAGRAPH
032350     END-IF
032360
032400     PERFORM 3300-COST-THIS-ENTRY
032500     MOVE SPACES TO SDL-NOTE
032600
035500
035600     PERFORM 3100-READ-ONE-ENTRY
035700     .
035707
035714***************************************************************
035721* 3250-COPY-NIGHT-HEADER                                      *
035728* EVERY STREAM GETS THE HEADER; THE NEW NIGHT'S SEQUENCE      *
035735* NUMBERS START AGAIN, SO THE LAST NIGHT'S STREAM PLACEMENTS  *
035742* ARE FORGOTTEN.                                              *
035749***************************************************************
035756 3250-COPY-NIGHT-HEADER.
035763     PERFORM 3600-WRITE-STREAM-ENTRY
035770         VARYING WS-PICK-STREAM FROM 1 BY 1
035777         UNTIL WS-PICK-STREAM GREATER THAN WS-STREAM-COUNT
035784     MOVE ZERO TO WS-SQS-USED
035791     .
035800
035900 3300-COST-THIS-ENTRY.
036000     MOVE WS-OVERALL-AVG-MS TO WS-ENTRY-COST-MS
