000100*****************************************************************
000200*   PANDOPJ.CPY                                                 *
000300*   OPERATOR-ACTION JOURNAL RECORD FOR THE TOXIC-PANDORA        *
000400*   HEARTBEAT.  EVERY MAINTENANCE UTILITY THAT CHANGES          *
000500*   PRODUCTION DATA ON AN OPERATOR'S COMMAND - PANDCKPM,        *
000510*   PANDCKRB, PANDALRM, PANDHBAK, PANDSIGN, PANDREGM AND        *
000520*   PANDHRST - WRITES ONE RECORD PER COMMAND (AND, FOR A        *
000530*   CHECKPOINT PURGE, ONE PER RECORD REMOVED) TO                *
000540*   PAND.OPER.JOURNAL, WHETHER THE COMMAND WAS CARRIED OUT,     *
000550*   REJECTED OR FAILED.  (PANDCTLM KEEPS ITS OWN CHANGE         *
000560*   JOURNAL, PAND.CNTL.MESSAGE.JOURNAL.)  KEYED BY TIMESTAMP,   *
001000*   UTILITY AND A SEQUENCE NUMBER, SO THE JOURNAL READS IN      *
001100*   TIME ORDER AND SEVERAL ENTRIES IN ONE SECOND STILL GET      *
001200*   UNIQUE KEYS.  THE USER IS THE SUBMITTING USER ID THE JOB    *
001300*   PASSES ON ITS PARM; THE COMMAND IS THE CARD EXACTLY AS      *
001310*   ENTERED (FOR PANDHBAK AND PANDHRST, THE PARM).  THE BEFORE  *
001320*   AND AFTER VALUES ARE PRINTABLE TEXT IN EACH UTILITY'S       *
001330*   OWN TERMS (E.G. OLD AND NEW COUNTER ON A RESET).  THE       *
001340*   JOURNAL IS PERMANENT: NOTHING PURGES IT.  PANDOPJR REPORTS  *
001350*   ON IT.                                                      *
001800*                                                               *
001900*   MODIFICATION HISTORY                                        *
002000*   DATE       INIT  DESCRIPTION                                 *
002100*   ---------- ----  --------------------------------------     *
002200*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
002210*   2026-10-15  DLM  PANDSIGN (NIGHT SIGN-OFF) ADDED TO THE      *
002220*                    UTILITIES THAT JOURNAL.                     *
002230*   2026-10-15  DLM  PANDREGM (REGISTRY MAINTENANCE) AND         *
002240*                    PANDHRST (HISTORY RESTORE) ADDED TO THE     *
002250*                    UTILITIES THAT JOURNAL.                     *
002300*****************************************************************
002400 01  PAND-OPJ-REC.
002500     05  PAND-OPJ-KEY.
002600         10  PAND-OPJ-STAMP     PIC X(15).
002700         10  PAND-OPJ-UTILITY   PIC X(08).
002800         10  PAND-OPJ-SEQ       PIC 9(05).
002900     05  PAND-OPJ-USER-ID       PIC X(08).
003000     05  PAND-OPJ-ACTION        PIC X(08).
003100     05  PAND-OPJ-JOB-ID        PIC X(08).
003200     05  PAND-OPJ-TARGET-KEY    PIC X(30).
003300     05  PAND-OPJ-OUTCOME       PIC X(01).
003400         88  PAND-OPJ-DONE          VALUE 'D'.
003500         88  PAND-OPJ-DONE-WARNING  VALUE 'W'.
003600         88  PAND-OPJ-REJECTED      VALUE 'R'.
003700         88  PAND-OPJ-FAILED        VALUE 'F'.
003800     05  PAND-OPJ-OUTCOME-TEXT  PIC X(40).
003900     05  PAND-OPJ-BEFORE        PIC X(60).
004000     05  PAND-OPJ-AFTER         PIC X(60).
004100     05  PAND-OPJ-COMMAND       PIC X(80).
004200     05  FILLER                 PIC X(07).
