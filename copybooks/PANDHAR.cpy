000100*****************************************************************
000200*   PANDHAR.CPY                                                 *
000300*   HISTORY ARCHIVE RECORD FOR THE TOXIC-PANDORA HEARTBEAT.     *
000400*   THE HISTORY CONSOLIDATION WRITES EVERY MASTER RECORD ITS    *
000500*   RETENTION PURGE REMOVES TO A NEW GENERATION OF              *
000600*   PAND.HIST.ARCHIVE BEFORE DELETING IT, SO CANARY EVIDENCE    *
000700*   OLDER THAN THE RETENTION PERIOD IS NEVER GONE FOR GOOD.     *
000800*   A DETAIL RECORD ('D') CARRIES THE 89-BYTE PANDHST RECORD    *
000900*   UNCHANGED; AFTER THE LAST DETAIL RECORD OF EACH JOB IN THE  *
001000*   GENERATION COMES ONE TRAILER ('T') GIVING THAT JOB'S FIRST  *
001100*   AND LAST TIMESTAMPS, ITS RECORD COUNT AND ITS CYCLE TOTAL   *
001200*   (A TYPE-'S' RECORD BY ITS SUMMARIZED CYCLES, THE EVENT      *
001300*   RECORDS 'P'/'R'/'T'/'D'/'K' AS NONE, ANY OTHER RECORD AS    *
001400*   ONE CYCLE).  THE RESTORE UTILITY PANDHRST CHECKS EACH JOB   *
001500*   SEGMENT AGAINST ITS TRAILER BEFORE TRUSTING IT.             *
001600*                                                               *
001700*   MODIFICATION HISTORY                                        *
001800*   DATE       INIT  DESCRIPTION                                 *
001900*   ---------- ----  --------------------------------------     *
002000*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
002100*****************************************************************
002200 01  PAND-HAR-REC.
002300     05  PAND-HAR-REC-TYPE      PIC X(01).
002400         88  PAND-HAR-DETAIL        VALUE 'D'.
002500         88  PAND-HAR-TRAILER       VALUE 'T'.
002600     05  PAND-HAR-HIST-IMAGE    PIC X(89).
002700     05  PAND-HAR-DETAIL-KEY REDEFINES PAND-HAR-HIST-IMAGE.
002800         10  PAND-HAR-DTL-JOB-ID    PIC X(08).
002900         10  PAND-HAR-DTL-TIMESTAMP PIC X(15).
003000         10  FILLER                 PIC X(66).
003100     05  PAND-HAR-TRAILER-DATA REDEFINES PAND-HAR-HIST-IMAGE.
003200         10  PAND-HAR-TRL-JOB-ID    PIC X(08).
003300         10  PAND-HAR-TRL-FIRST-STAMP PIC X(15).
003400         10  PAND-HAR-TRL-LAST-STAMP PIC X(15).
003500         10  PAND-HAR-TRL-RECORDS   PIC 9(09).
003600         10  PAND-HAR-TRL-CYCLES    PIC 9(09).
003700         10  PAND-HAR-TRL-ARCH-STAMP PIC X(15).
003800         10  PAND-HAR-TRL-RETENTION PIC 9(05).
003900         10  FILLER                 PIC X(13).
004000     05  FILLER                 PIC X(10).
