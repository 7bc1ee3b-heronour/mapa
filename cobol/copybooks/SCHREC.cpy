001530* THE TARGET, PROVEN LATER ON THE AUDIT ROW.                   *
001600* AN 80-BYTE CARD IMAGE, SO THE SCHEDULE CAN RIDE AS INSTREAM  *
001700* DATA OR A CARD-IMAGE DATASET, LIKE THE OTHER CONTROL DECKS.  *
001710* SCH-ENTRY-TYPE 'J' (CARD COLUMN 67) SCHEDULES A WHOLE BATCH  *
001720* JOB - THE TARGET NAMES A JOBLIB MEMBER, NOT A LOAD MODULE -  *
001730* AND RIDES ONTO THE WORKLIST ENTRY (WRK-ENTRY-TYPE). BLANK    *
001740* OR 'P' IS A CALLABLE PROGRAM, AS BEFORE.                     *
001750* SCH-PRIORITY-TIER (CARD COLUMN 68) IS THE TARGET'S PRIORITY *
001760* TIER, '1' HIGHEST .. '9' LOWEST, BLANK = '5' - CARRIED ONTO *
001770* THE WORKLIST ENTRY (WRK-PRIORITY-TIER, WHICH SEE).          *
001800***************************************************************
001900 01  SCHEDULE-RECORD.
002000     05  SCH-TARGET-PGM        PIC X(008).
002900                               PIC X(001).
003000     05  SCH-DOM               PIC 9(002).
003050     05  SCH-PARM-TEXT         PIC X(040).
003060     05  SCH-ENTRY-TYPE        PIC X(001).
003070         88  SCH-ENTRY-JOB               VALUE 'J'.
003080     05  SCH-PRIORITY-TIER     PIC X(001).
003090         88  SCH-TIER-VALID              VALUE '1' THRU '9'.
003100     05  FILLER                PIC X(012).
