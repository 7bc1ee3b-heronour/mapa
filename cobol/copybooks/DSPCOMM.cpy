002540*    CARRIES NO PARAMETERS - A TARGET THAT WANTS THEM READS
002550*    THIS INSTEAD OF A PRIVATE PARM DATASET.
002560     05  DCA-PARM-TEXT        PIC X(040).
002570*    RECORDS THE TARGET PROCESSED ON THIS RUN, SET BY THE
002580*    TARGET BEFORE RETURNING (RIGHT-JUSTIFIED, ZERO-FILLED -
002590*    MOVE THE COUNT TO DCA-RECORD-COUNT-N). LEFT BLANK MEANS
002600*    THE TARGET DOESN'T REPORT A VOLUME. CARRIED ONTO THE
002610*    AUDIT COMPLETION ROW FOR THE DSPTCHVL VOLUME REPORT.
002620     05  DCA-RECORD-COUNT     PIC X(009).
002630         88  DCA-COUNT-UNSET           VALUE SPACES.
002640     05  DCA-RECORD-COUNT-N REDEFINES DCA-RECORD-COUNT
002650                              PIC 9(009).
002652*    BUSINESS DATE THE DISPATCH IS FOR - TODAY, OR ON A
002654*    CATCH-UP RUN THE MISSED NIGHT BEING REPLAYED (SEE
002655*    DSPTCHWG). A TARGET THAT NEEDS A CYCLE DATE TAKES IT
002656*    FROM HERE INSTEAD OF FROM PARM TEXT TYPED IN BY HAND.
002658     05  DCA-BUS-DATE         PIC 9(008).
002660     05  FILLER               PIC X(001).
