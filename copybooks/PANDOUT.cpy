000100*****************************************************************
000200*   PANDOUT.CPY                                                 *
000300*   PLANNED-OUTAGE RECORD FOR THE TOXIC-PANDORA MONITORING      *
000400*   PROGRAMS.  WHEN AN LPAR IS TAKEN DOWN FOR AN IPL OR THE     *
000500*   STORAGE TEAM FREEZES DASD, THE CANARIES GO QUIET ON         *
000600*   PURPOSE.  OPERATIONS DECLARES THE OUTAGE AHEAD OF TIME ON   *
000700*   PAND.CNTL.OUTAGE, ONE RECORD PER OUTAGE, NAMING THE JOB/    *
000800*   INSTANCE ID IT COVERS (OR *ALL FOR THE WHOLE FLEET) AND     *
000900*   THE FROM/TO TIMESTAMPS (YYYYMMDD-HHMMSS, AS THE HEARTBEAT   *
001000*   STAMPS EVERYTHING, BOTH ENDS INCLUSIVE).  THE WATCHDOG,     *
001100*   THE RECONCILIATION AND THE AUDIT VALIDATION FILE AN ALERT   *
001200*   THAT FALLS INSIDE A DECLARED OUTAGE AS SUPPRESSED ('S')     *
001300*   INSTEAD OF RAISING IT, AND THE MONTHLY SLA STATEMENT TAKES  *
001400*   THE OUTAGE OUT OF THE AVAILABILITY DENOMINATOR AND LISTS    *
001500*   IT SEPARATELY.  THE RECORD IS CARD-IMAGE (80 BYTES) SO      *
001600*   OPERATIONS CAN EDIT IT BY HAND:                             *
001700*                                                               *
001800*     COLS  1-8   JOB/INSTANCE ID, OR *ALL                      *
001900*     COLS 10-24  OUTAGE FROM YYYYMMDD-HHMMSS                   *
002000*     COLS 26-40  OUTAGE TO   YYYYMMDD-HHMMSS                   *
002100*     COLS 42-49  REQUESTOR (TSO ID OR INITIALS)                *
002200*     COLS 51-80  REASON                                        *
002300*                                                               *
002400*   A RECORD WITH * IN COLUMN 1 AND ANY CHARACTER OTHER THAN    *
002500*   'A' IN COLUMN 2 IS A COMMENT.                               *
002600*                                                               *
002700*   MODIFICATION HISTORY                                        *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   ---------- ----  --------------------------------------     *
003000*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
003100*****************************************************************
003200 01  PAND-OUT-REC.
003300     05  PAND-OUT-JOB-ID        PIC X(08).
003400         88  PAND-OUT-ALL-JOBS      VALUE '*ALL    '.
003500     05  FILLER                 PIC X(01).
003600     05  PAND-OUT-FROM-STAMP    PIC X(15).
003700     05  FILLER                 PIC X(01).
003800     05  PAND-OUT-TO-STAMP      PIC X(15).
003900     05  FILLER                 PIC X(01).
004000     05  PAND-OUT-REQUESTOR     PIC X(08).
004100     05  FILLER                 PIC X(01).
004200     05  PAND-OUT-REASON        PIC X(30).
