001500*   DATE       INIT  DESCRIPTION                                 *
001600*   ---------- ----  --------------------------------------     *
001700*   2026-09-02  DLM  ORIGINAL COPYBOOK.                          *
001710*   2026-10-15  DLM  ADDED STATUS 'S' (SUPPRESSED) FOR AN ALERT  *
001720*                    RAISED INSIDE A PLANNED OUTAGE DECLARED ON  *
001730*                    PAND.CNTL.OUTAGE (SEE PANDOUT).  THE EVENT  *
001740*                    IS KEPT FOR THE RECORD BUT NOBODY IS PAGED  *
001750*                    AND IT NEEDS NO ACKNOWLEDGMENT; THE ACK     *
001760*                    NOTE CARRIES THE OUTAGE REQUESTOR AND       *
001770*                    REASON.                                     *
001775*   2026-10-15  DLM  ACKNOWLEDGED AND SUPPRESSED ALERTS PAST     *
001780*                    RETENTION ARE NOW MOVED OFF THE MASTER TO   *
001785*                    PAND.ALERT.ARCHIVE BY PANDARSP, WHICH       *
001790*                    WRITES THIS RECORD THERE UNCHANGED.         *
001795*   2026-10-15  DLM  ADDED THE FORWARD FIELDS FOR THE EVENT      *
001800*                    FORWARDER PANDEVFW.  THE STATUS BYTE IS     *
001805*                    BLANK UNTIL THE RAISE HAS BEEN SENT ('F'),  *
001810*                    THEN 'C' ONCE THE ACK HAS GONE OUT AS A     *
001815*                    CLEAR; A SUPPRESSED ALERT IS MARKED 'X' AND *
001820*                    NEVER SENT.  RECORD GREW FROM 140 TO 180    *
001825*                    BYTES - THE MASTER MUST BE UNLOADED, EACH   *
001830*                    RECORD PADDED WITH SPACES TO 180, AND       *
001832*                    RELOADED INTO A CLUSTER DEFINED AT 180.     *
001835*                    EVERY WRITER CLEARS THE GROUP ON A NEW      *
001840*                    ALERT.                                      *
001845*****************************************************************
001900 01  PAND-ALT-REC.
002000     05  PAND-ALT-KEY.
002100         10  PAND-ALT-JOB-ID    PIC X(08).
002900     05  PAND-ALT-STATUS        PIC X(01).
003000         88  PAND-ALT-OPEN          VALUE 'O'.
003100         88  PAND-ALT-ACKED         VALUE 'A'.
003110         88  PAND-ALT-SUPPRESSED    VALUE 'S'.
003200     05  PAND-ALT-TEXT          PIC X(50).
003300     05  PAND-ALT-ACK-INITS     PIC X(03).
003400     05  PAND-ALT-ACK-STAMP     PIC X(15).
003500     05  PAND-ALT-ACK-NOTE      PIC X(30).
003600     05  PAND-ALT-FWD-FIELDS.
003700         10  PAND-ALT-FWD-STATUS    PIC X(01).
003800             88  PAND-ALT-NOT-FORWARDED     VALUE SPACE.
003900             88  PAND-ALT-RAISE-FORWARDED   VALUE 'F'.
004000             88  PAND-ALT-CLEAR-FORWARDED   VALUE 'C'.
004100             88  PAND-ALT-NOT-FOR-FORWARD   VALUE 'X'.
004200         10  PAND-ALT-FWD-STAMP     PIC X(15).
004300         10  PAND-ALT-CLR-STAMP     PIC X(15).
004400     05  FILLER                 PIC X(15).
