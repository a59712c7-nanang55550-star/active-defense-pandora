000100*****************************************************************
000200*   PANDEVF.CPY                                                 *
000300*   ALERT EVENT FEED RECORD, WRITTEN BY THE EVENT FORWARDER     *
000400*   PANDEVFW FOR THE ENTERPRISE EVENT MANAGEMENT INTAKE.        *
000500*   EACH GENERATION OF PAND.ALERT.EVENTFEED IS ONE HEADER       *
000600*   RECORD ('H'), ONE EVENT RECORD ('E') PER ALERT EVENT AND    *
000700*   ONE TRAILER RECORD ('T') CARRYING THE EVENT COUNTS.  A      *
000800*   RAISE EVENT ('R') IS SENT ONCE FOR EVERY ALERT FILED ON     *
000900*   PAND.ALERT.MASTER; A CLEAR EVENT ('C') IS SENT ONCE WHEN    *
001000*   THE ALERT IS ACKNOWLEDGED, WITH THE ACK DETAILS.  AN ALERT  *
001100*   FILED SUPPRESSED (PLANNED OUTAGE) IS NEVER SENT.  THE       *
001200*   ALERT KEY (JOB ID, RAISE TIMESTAMP, SEQUENCE) TIES THE      *
001300*   CLEAR TO ITS RAISE.  A GENERATION WITH NO TRAILER IS        *
001400*   INCOMPLETE AND MUST NOT BE TAKEN.                           *
001500*                                                               *
001600*   MODIFICATION HISTORY                                        *
001700*   DATE       INIT  DESCRIPTION                                 *
001800*   ---------- ----  --------------------------------------     *
001900*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
002000*****************************************************************
002100 01  PAND-EVF-REC.
002200     05  PAND-EVF-REC-TYPE      PIC X(01).
002300         88  PAND-EVF-HEADER        VALUE 'H'.
002400         88  PAND-EVF-EVENT         VALUE 'E'.
002500         88  PAND-EVF-TRAILER       VALUE 'T'.
002600     05  PAND-EVF-EVENT-TYPE    PIC X(01).
002700         88  PAND-EVF-RAISE         VALUE 'R'.
002800         88  PAND-EVF-CLEAR         VALUE 'C'.
002900     05  PAND-EVF-ALERT-KEY.
003000         10  PAND-EVF-JOB-ID    PIC X(08).
003100         10  PAND-EVF-TIMESTAMP PIC X(15).
003200         10  PAND-EVF-SEQ       PIC 9(03).
003300     05  PAND-EVF-SOURCE        PIC X(08).
003400     05  PAND-EVF-SEVERITY      PIC X(01).
003500     05  PAND-EVF-TEXT          PIC X(50).
003600     05  PAND-EVF-EVENT-STAMP   PIC X(15).
003700     05  PAND-EVF-ACK-INITS     PIC X(03).
003800     05  PAND-EVF-ACK-STAMP     PIC X(15).
003900     05  PAND-EVF-ACK-NOTE      PIC X(30).
004000     05  FILLER                 PIC X(10).
004100*
004200*    HEADER AND TRAILER LAYOUT OF THE SAME RECORD AREA.
004300 01  PAND-EVF-CTL-REC.
004400     05  PAND-EVF-CTL-REC-TYPE  PIC X(01).
004500     05  FILLER                 PIC X(01).
004600     05  PAND-EVF-CTL-ORIGIN    PIC X(08).
004700     05  PAND-EVF-CTL-RUN-STAMP PIC X(15).
004800     05  PAND-EVF-CTL-EVENTS    PIC 9(07).
004900     05  PAND-EVF-CTL-RAISES    PIC 9(07).
005000     05  PAND-EVF-CTL-CLEARS    PIC 9(07).
005100     05  FILLER                 PIC X(114).
