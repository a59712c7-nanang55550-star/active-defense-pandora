001722*                    EVENTS IT IS NOT A CYCLE; THE MESSAGE       *
001723*                    CARRIES THE EXPECTED AND ACTUAL INTERVAL    *
001724*                    SECONDS.                                    *
001729*   2026-10-15  DLM  ADDED TYPE 'K' FOR A CHECKPOINT RESTART,    *
001734*                    WRITTEN ONCE AS THE FIRST RECORD OF A RUN   *
001739*                    THAT RESUMED FROM A CHECKPOINT LEFT BY A    *
001744*                    RUN THAT NEVER STOPPED CLEANLY.  THE        *
001749*                    COUNTER IS THE RESUMED-FROM COUNTER AND THE *
001754*                    RESTART OVERLAY OF PAND-AUD-MESSAGE CARRIES *
001759*                    WHICH CHECKPOINT DATASET IT CAME FROM, THE  *
001764*                    CHECKPOINT STAMP, THE STAMP'S AGE IN        *
001769*                    SECONDS AT THE RESUME, THE CYCLES THAT AGE  *
001774*                    STANDS FOR ON A PACED RUN, AND THE COUNT OF *
001779*                    RESTARTS SINCE THE LAST CLEAN START.  LIKE  *
001784*                    THE STOP-FILE EVENTS IT IS NOT A CYCLE.     *
001789*****************************************************************
001800 01  PAND-AUD-REC.
001900     05  PAND-AUD-JOB-ID        PIC X(08).
002000     05  PAND-AUD-COUNTER       PIC 9(09).
002554         88  PAND-AUD-RESUMED       VALUE 'R'.
002556         88  PAND-AUD-STOPPED       VALUE 'T'.
002558         88  PAND-AUD-PACE-DEV      VALUE 'D'.
002568         88  PAND-AUD-RESTART       VALUE 'K'.
002600     05  PAND-AUD-MESSAGE       PIC X(50).
002610     05  PAND-AUD-SUMMARY-DATA REDEFINES PAND-AUD-MESSAGE.
002620         10  PAND-AUD-SUM-FIRST-CTR PIC 9(09).
002642         10  PAND-AUD-SUM-WRAPS     PIC 9(05).
002644         10  PAND-AUD-SUM-ALERTS    PIC 9(05).
002646         10  FILLER                 PIC X(07).
002647     05  PAND-AUD-RESTART-DATA REDEFINES PAND-AUD-MESSAGE.
002648         10  PAND-AUD-RST-FROM-CTR  PIC 9(09).
002649         10  PAND-AUD-RST-SOURCE    PIC X(01).
002650             88  PAND-AUD-RST-PRIMARY   VALUE 'P'.
002651             88  PAND-AUD-RST-ALTERNATE VALUE 'A'.
002652         10  PAND-AUD-RST-CKPT-STAMP PIC X(15).
002653         10  PAND-AUD-RST-AGE-SECS  PIC 9(09).
002654         10  PAND-AUD-RST-LOST-CYCLES PIC 9(09).
002655         10  PAND-AUD-RST-COUNT     PIC 9(05).
002656         10  FILLER                 PIC X(02).
002657     05  PAND-AUD-WRAP-FLAG     PIC X(01).
002660         88  PAND-AUD-DID-WRAP      VALUE 'Y'.
002670         88  PAND-AUD-NO-WRAP       VALUE 'N'.
002700     05  FILLER                 PIC X(05).
