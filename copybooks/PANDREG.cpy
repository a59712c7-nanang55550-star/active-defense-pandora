000100*****************************************************************
000200*   PANDREG.CPY                                                 *
000300*   CANARY INSTANCE REGISTRY RECORD FOR THE TOXIC-PANDORA       *
000400*   MONITORING PROGRAMS.  ONE RECORD PER SANCTIONED JOB/        *
000500*   INSTANCE ID, KEYED BY THE JOB ID.  THE WATCHDOG, THE        *
000600*   STATUS BOARD, THE RECONCILIATION AND THE FLEET REPORT       *
000700*   WALK WHAT THEY FIND ON THE CHECKPOINT DATASET OR THE        *
000800*   AUDIT LOG; THIS RECORD IS WHAT SAYS WHICH IDS ARE           *
000900*   SUPPOSED TO BE THERE.  AN ACTIVE ('A') RECORD WHOSE LIVE    *
001000*   DATE HAS BEEN REACHED IS EXPECTED EVERY NIGHT; A RETIRED    *
001100*   ('R') RECORD IS KEPT FOR THE HISTORY BUT NO LONGER          *
001200*   SANCTIONS THE ID.  THE OWNER AND ON-CALL GROUP SAY WHO      *
001300*   TO CALL.  THE LAST-CHANGE INITIALS AND STAMP ARE SET BY     *
001400*   THE REGISTRY MAINTENANCE UTILITY ON EVERY ADD OR CHANGE.    *
001500*                                                               *
001600*   MODIFICATION HISTORY                                        *
001700*   DATE       INIT  DESCRIPTION                                 *
001800*   ---------- ----  --------------------------------------     *
001900*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
002000*****************************************************************
002100 01  PAND-REG-REC.
002200     05  PAND-REG-JOB-ID        PIC X(08).
002300     05  PAND-REG-STATUS        PIC X(01).
002400         88  PAND-REG-ACTIVE        VALUE 'A'.
002500         88  PAND-REG-RETIRED       VALUE 'R'.
002600     05  PAND-REG-OWNER         PIC X(20).
002700     05  PAND-REG-ONCALL        PIC X(08).
002800     05  PAND-REG-LIVE-DATE     PIC 9(08).
002900     05  PAND-REG-CHG-INITS     PIC X(03).
003000     05  PAND-REG-CHG-STAMP     PIC X(15).
003100     05  FILLER                 PIC X(17).
