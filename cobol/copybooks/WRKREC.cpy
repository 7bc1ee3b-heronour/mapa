001216* WRK-CARRY-AGE COUNTS THE NIGHTS THIS ENTRY HAS ALREADY BEEN  *
001217* CARRIED FORWARD (SEE CFWREC.CPY) - ZERO OR BLANK ON FRESH    *
001218* WORK. THE MORNING HEALTH SUMMARY FLAGS ANYTHING OVER TWO.    *
001219*                                                              *
001221* WRK-ENTRY-TYPE 'J' (CARD COLUMN 75) MAKES THE ENTRY A WHOLE  *
001222* BATCH JOB INSTEAD OF A CALLABLE MODULE: WRK-TARGET-PGM (AND  *
001223* A CODED FALLBACK) THEN NAME A STEPS-ONLY MEMBER OF THE       *
001224* PROD.DISPATCH.JOBLIB LIBRARY, WHICH THE DISPATCHERS SUBMIT   *
001225* THROUGH THE INTERNAL READER AND WAIT ON (SEE DSPTCHJS.CBL    *
001226* AND JOBCREC.CPY). THE JOB'S COMPLETION CODE IS RECORDED      *
001227* EXACTLY LIKE A CALL OUTCOME. BLANK OR 'P' IS A PROGRAM.      *
001228*                                                              *
001229* WRK-ENTRY-TYPE 'N' IS NOT WORK BUT A NIGHT HEADER, WRITTEN   *
001230* BY DSPTCHWG AHEAD OF EACH MISSED NIGHT ON A CATCH-UP RUN AND *
001231* OF EACH EARLIER NIGHT WITH CARRIED ENTRIES, OLDEST FIRST:    *
001232* WRK-NIGHT-DATE (THE FIRST EIGHT BYTES OF THE PARM TEXT) IS   *
001233* THE BUSINESS DATE THE ENTRIES BEHIND IT BELONG TO; SEQUENCE  *
001234* NUMBERS ARE UNIQUE ONLY WITHIN A NIGHT. THE DISPATCHERS KEY  *
001235* CHECKPOINTS, STAMP AUDIT ROWS AND JUDGE THE CALENDAR BY THAT *
001236* DATE UNTIL THE NEXT HEADER. NO HEADER AT ALL MEANS TODAY'S.  *
001237*                                                              *
001238* WRK-PRIORITY-TIER (CARD COLUMN 76) RANKS THE ENTRY FOR THE   *
001239* BATCH DISPATCHERS: '1' IS THE MOST IMPORTANT WORK (BILLING), *
001240* '9' THE LEAST (HOUSEKEEPING); BLANK IS THE MIDDLE TIER, '5'. *
001241* WITHIN A NIGHT THE DISPATCHERS DRIVE THE ENTRIES BY TIER,    *
001242* THEN IN FILE ORDER, NEVER AHEAD OF A PREDECESSOR (WHICH      *
001243* INHERITS ITS DEPENDENT'S TIER IF THAT IS HIGHER). WHEN THE   *
001244* RUN'S PROJECTED FINISH PASSES THE WINDOW END THEY SHED THE   *
001245* LOWEST TIER LEFT TO CARRY-FORWARD (REASON 9982) - TIER '1'   *
001246* IS NEVER SHED. DSPTCHWG COPIES IT FROM THE SCHEDULE RULE.    *
001249***************************************************************
001250 01  WORKLIST-RECORD.
001300     05  WRK-SEQ-NUM           PIC 9(004).
001400     05  WRK-TARGET-PGM        PIC X(008).
001500     05  WRK-FALLBACK-PGM      PIC X(008).
001550     05  WRK-PRED-SEQ          PIC 9(004).
001560     05  WRK-PARM-TEXT         PIC X(040).
001562     05  FILLER REDEFINES WRK-PARM-TEXT.
001564         10  WRK-NIGHT-DATE    PIC 9(008).
001566         10  FILLER            PIC X(032).
001570     05  WRK-REQUESTER-ID      PIC X(008).
001580     05  WRK-CARRY-AGE         PIC 9(002).
001590     05  WRK-ENTRY-TYPE        PIC X(001).
001592         88  WRK-ENTRY-PROGRAM           VALUE 'P' SPACE.
001594         88  WRK-ENTRY-JOB               VALUE 'J'.
001596         88  WRK-ENTRY-NIGHT             VALUE 'N'.
001597     05  WRK-PRIORITY-TIER     PIC X(001).
001598         88  WRK-TIER-VALID              VALUE '1' THRU '9'.
001600     05  FILLER                PIC X(004).
