000100***************************************************************
000200* JOBCREC.CPY                                                  *
000300* BATCH-JOB COMPLETION RECORD - ONE KEYED VSAM ROW PER JOB     *
000400* THE DISPATCHERS SUBMIT FOR A 'J' WORKLIST ENTRY (KEY = THE   *
000500* DISPATCH CORRELATION ID). THE SUBMITTED WRAPPER JOB ENDS     *
000600* WITH A DSPTCHJP POSTING STEP THAT WRITES THIS ROW WITH THE   *
000700* JOB'S COMPLETION CODE; DSPTCHJS, WAITING IN THE DISPATCHER,  *
000800* POLLS FOR IT BY KEY. THE CODE IS THE HIGHEST STEP RETURN     *
000900* CODE ROUNDED UP TO THE SHOP'S SEVERITY STEPS (0000, 0004,    *
001000* 0008, 0012, 0016), OR 'ABND' WHEN ANY STEP ABENDED. SEE      *
001100* JCL/DSPTCHJD FOR THE CLUSTER.                                *
001200***************************************************************
001300 01  JOB-COMPLETION-RECORD.
001400     05  JCM-CORR-ID           PIC X(020).
001500     05  JCM-MEMBER            PIC X(008).
001600     05  JCM-COMPL-CODE        PIC X(004).
001700         88  JCM-ABENDED                 VALUE 'ABND'.
001800     05  JCM-COMPL-NUM REDEFINES JCM-COMPL-CODE
001900                               PIC 9(004).
002000     05  JCM-POST-DATE         PIC 9(008).
002100     05  JCM-POST-TIME         PIC 9(008).
002200     05  FILLER                PIC X(032).
