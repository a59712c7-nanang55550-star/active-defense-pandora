001490*                    ON THE MASTER THE OVERLAY WRAP/ALERT        *
001495*                    COUNTS ARE ALWAYS ADDENDS FOR THE CYCLES    *
001497*                    MERGED UNDER THE ONE KEY.                   *
001507*   2026-10-15  DLM  ADDED THE RESTART OVERLAY OF THE MESSAGE    *
001517*                    FIELD, MIRRORING PANDAUD, FOR THE           *
001527*                    CHECKPOINT-RESTART RECORD TYPE 'K' READ BY  *
001537*                    THE RESTART INCIDENT REPORT PANDRSTR.       *
001547*****************************************************************
001600 01  PAND-HST-REC.
001700     05  PAND-HST-KEY.
001800         10  PAND-HST-JOB-ID    PIC X(08).
002350         10  PAND-HST-SUM-WRAPS     PIC 9(05).
002360         10  PAND-HST-SUM-ALERTS    PIC 9(05).
002370         10  FILLER                 PIC X(07).
002372     05  PAND-HST-RESTART-DATA REDEFINES PAND-HST-MESSAGE.
002374         10  PAND-HST-RST-FROM-CTR  PIC 9(09).
002376         10  PAND-HST-RST-SOURCE    PIC X(01).
002378         10  PAND-HST-RST-CKPT-STAMP PIC X(15).
002380         10  PAND-HST-RST-AGE-SECS  PIC 9(09).
002382         10  PAND-HST-RST-LOST-CYCLES PIC 9(09).
002384         10  PAND-HST-RST-COUNT     PIC 9(05).
002386         10  FILLER                 PIC X(02).
002400     05  FILLER                 PIC X(05).
