001000* FLAGS ANYTHING CARRIED MORE THAN TWO NIGHTS - SO DROPPED     *
001100* WORK CANNOT SILENTLY DISAPPEAR. THE ENTRY'S OWN FIELDS RIDE  *
001200* ALONG UNCHANGED (SEE WRKREC.CPY).                            *
001210* CFW-ENTRY-TYPE KEEPS A BATCH-JOB ENTRY ('J') A JOB WHEN IT   *
001220* IS FOLDED BACK IN.                                           *
001230* AN OPERATOR STOP POSTED ON THE DRCT SCREEN CARRIES EVERY     *
001240* ENTRY THE RUN HAD NOT REACHED (9986).                        *
001250* AN ENTRY WHOSE UPSTREAM FILE ('T' TRIGGER) NEVER ARRIVED     *
001260* BEFORE ITS DEADLINE OR THE RUN CUTOFF IS CARRIED AS 9985.    *
001270* ONE STILL SHUT OUT BY A FULL RESOURCE CLASS AS 9984.         *
001275* LOW-TIER WORK SHED BECAUSE THE RUN WAS PROJECTED TO FINISH   *
001280* PAST THE WINDOW END AS 9982. CFW-PRIORITY-TIER KEEPS THE     *
001285* ENTRY'S OWN TIER FOR THE NEXT NIGHT.                         *
001287* CFW-BUS-DATE IS THE BUSINESS DATE OF THE NIGHT THE ENTRY     *
001289* BELONGED TO - THE MISSED NIGHT ON A CATCH-UP RUN, ELSE THE   *
001291* RUN'S OWN DATE. DSPTCHWG FOLDS AN ENTRY FROM AN EARLIER      *
001293* NIGHT BACK IN BEHIND A NIGHT HEADER FOR THAT DATE (SEE       *
001295* WRKREC.CPY) SO IT REPLAYS UNDER ITS OWN CHECKPOINT KEY,      *
001297* AUDIT DATE AND CALENDAR DAY. 88 BYTES.                       *
001300***************************************************************
001400 01  CARRY-FORWARD-RECORD.
001500     05  CFW-SEQ-NUM           PIC 9(004).
002000     05  CFW-REQUESTER-ID      PIC X(008).
002100     05  CFW-AGE-COUNT         PIC 9(002).
002200     05  CFW-REASON-CODE       PIC 9(004).
002250     05  CFW-ENTRY-TYPE        PIC X(001).
002300     05  CFW-PRIORITY-TIER     PIC X(001).
002400     05  CFW-BUS-DATE          PIC 9(008).
