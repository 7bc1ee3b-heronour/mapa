002404     05  CTL-MAX-PER-DAY       PIC 9(005).
002406     05  CTL-QUOTA-DATE        PIC 9(008).
002408     05  CTL-QUOTA-COUNT       PIC 9(005).
002410*    RESOURCE CLASS - TARGETS THAT SHARE A SCARCE RESOURCE (THE
002412*    ORDER DATABASE, SAY) NAME THE SAME CLASS, AND THE GUARDS
002414*    ADMIT NO MORE OF THEM AT ONCE THAN THE CLASS ROW ON THE
002416*    RESCLS FILE ALLOWS (RCLREC.CPY). OVER THE LIMIT A BATCH
002418*    DISPATCH WAITS, THEN IS REFUSED LIKE A BUSY TARGET (REASON
002420*    9984); ONLINE IT IS REFUSED AT ONCE. SPACES = NO CLASS.
002422     05  CTL-RESOURCE-CLASS    PIC X(008).
002424     05  FILLER                PIC X(004).

002500 77  CTL-INACTIVE-RC           PIC S9(008) COMP VALUE 9999.
002600 77  TARGET-BUSY-RC            PIC S9(008) COMP VALUE 9993.
002700 77  OVER-QUOTA-RC             PIC S9(008) COMP VALUE 9991.
002800 77  CLASS-FULL-RC             PIC S9(008) COMP VALUE 9984.
002900 77  BUS-REJECT-RC             PIC S9(008) COMP VALUE 9983.
