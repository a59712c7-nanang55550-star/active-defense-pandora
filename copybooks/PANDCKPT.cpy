001000*   DATE       INIT  DESCRIPTION                                 *
001100*   ---------- ----  --------------------------------------     *
001200*   2026-08-09  DLM  ORIGINAL COPYBOOK.                          *
001210*   2026-10-15  DLM  SPLIT PAND-CKPT-RUN-STATE AND               *
001220*                    PAND-CKPT-RESTARTS OUT OF THE FILLER.  THE  *
001230*                    HEARTBEAT STAMPS 'R' WHILE IT RUNS AND 'E'  *
001240*                    ON A CLEAN STOP, SO A START THAT FINDS 'R'  *
001250*                    IS A RESTART AFTER AN ABEND OR LPAR BOUNCE; *
001260*                    RESTARTS COUNTS THEM SINCE THE LAST CLEAN   *
001270*                    START.  A RECORD WRITTEN BEFORE THE SPLIT   *
001280*                    HOLDS SPACES AND READS AS A CLEAN STOP.     *
001300*****************************************************************
001400 01  PAND-CKPT-REC.
001500     05  PAND-CKPT-JOB-ID       PIC X(08).
001600     05  PAND-CKPT-COUNTER      PIC 9(09).
001700     05  PAND-CKPT-TIMESTAMP    PIC X(15).
001800     05  PAND-CKPT-RUN-STATE    PIC X(01).
001900         88  PAND-CKPT-RUNNING      VALUE 'R'.
002000         88  PAND-CKPT-ENDED-CLEAN  VALUE 'E'.
002100     05  PAND-CKPT-RESTARTS     PIC 9(03).
002200     05  FILLER                 PIC X(14).
