000100*****************************************************************
000200*   PANDCJN.CPY                                                 *
000300*   CONTROL-PROFILE CHANGE JOURNAL RECORD FOR THE TOXIC-        *
000400*   PANDORA HEARTBEAT.  ONE RECORD PER ADD, CHANGE OR DELETE    *
000500*   MADE TO PAND.CNTL.MESSAGE BY THE PROFILE MAINTENANCE        *
000600*   UTILITY, KEYED BY JOB ID, CHANGE TIMESTAMP AND A SEQUENCE   *
000700*   NUMBER (SO SEVERAL CHANGES TO ONE PROFILE IN THE SAME       *
000800*   SECOND STILL GET UNIQUE KEYS).  THE BEFORE AND AFTER        *
000900*   IMAGES ARE THE FULL 80-BYTE PANDCTL RECORDS - THE BEFORE    *
001000*   IMAGE IS SPACES ON AN ADD, THE AFTER IMAGE SPACES ON A      *
001100*   DELETE - SO ANY PROFILE CAN BE PUT BACK EXACTLY AS IT WAS.  *
001200*   THE JOURNAL IS PERMANENT: NOTHING PURGES IT.                *
001300*                                                               *
001400*   MODIFICATION HISTORY                                        *
001500*   DATE       INIT  DESCRIPTION                                 *
001600*   ---------- ----  --------------------------------------     *
001700*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
001800*****************************************************************
001900 01  PAND-CJN-REC.
002000     05  PAND-CJN-KEY.
002100         10  PAND-CJN-JOB-ID    PIC X(08).
002200         10  PAND-CJN-STAMP     PIC X(15).
002300         10  PAND-CJN-SEQ       PIC 9(03).
002400     05  PAND-CJN-ACTION        PIC X(06).
002500         88  PAND-CJN-ADDED         VALUE 'ADD   '.
002600         88  PAND-CJN-CHANGED       VALUE 'CHANGE'.
002700         88  PAND-CJN-DELETED       VALUE 'DELETE'.
002800     05  PAND-CJN-INITS         PIC X(03).
002900     05  PAND-CJN-BEFORE        PIC X(80).
003000     05  PAND-CJN-AFTER         PIC X(80).
003100     05  FILLER                 PIC X(05).
