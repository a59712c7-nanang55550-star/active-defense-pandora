000100*****************************************************************
000200*   PANDSJE.CPY                                                 *
000300*   PRODUCTION SCHEDULER JOB-EVENT RECORD FOR THE TOXIC-        *
000400*   PANDORA MONITORING PROGRAMS.  THE SCHEDULER TEAM CUTS A     *
000500*   DAILY EXTRACT OF ITS JOB HISTORY TO A NEW GENERATION OF     *
000600*   PAND.SCHED.JOBEVENT, ONE RECORD PER JOB RUN: THE JOB NAME,  *
000700*   WHEN IT STARTED AND ENDED (YYYYMMDD-HHMMSS, AS THE          *
000800*   HEARTBEAT STAMPS EVERYTHING), ITS COMPLETION CODE AND THE   *
000900*   LPAR IT RAN ON.  A JOB STILL RUNNING WHEN THE EXTRACT WAS   *
001000*   CUT HAS A BLANK END STAMP AND COMPLETION CODE, AND THE      *
001100*   SAME RUN MAY THEN APPEAR AGAIN, ENDED, IN THE NEXT DAY'S    *
001200*   EXTRACT.  THE STALL CORRELATION REPORT (PANDSCOR) MATCHES   *
001300*   THESE RUNS AGAINST THE CANARY STALL GAPS AND PACE           *
001400*   DEVIATIONS ON THE HISTORY MASTER.  THE RECORD IS            *
001500*   CARD-IMAGE (80 BYTES):                                      *
001600*                                                               *
001700*     COLS  1-8   JOB NAME                                      *
001800*     COLS 10-24  START YYYYMMDD-HHMMSS                         *
001900*     COLS 26-40  END   YYYYMMDD-HHMMSS (BLANK WHEN RUNNING)    *
002000*     COLS 42-46  COMPLETION CODE - C AND THE FOUR-DIGIT        *
002100*                 CONDITION CODE (C0000, C0004), S AND THE      *
002200*                 SYSTEM ABEND (S0C7 , S322 ), U AND THE USER   *
002300*                 ABEND (U4038), OR J FOR A JCL ERROR (JCLER)   *
002400*     COLS 48-55  LPAR                                          *
002500*                                                               *
002600*   A RECORD WITH * IN COLUMN 1 IS A COMMENT.                   *
002700*                                                               *
002800*   MODIFICATION HISTORY                                        *
002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------- ----  --------------------------------------     *
003100*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
003200*****************************************************************
003300 01  PAND-SJE-REC.
003400     05  PAND-SJE-JOB-NAME      PIC X(08).
003500     05  FILLER                 PIC X(01).
003600     05  PAND-SJE-START-STAMP   PIC X(15).
003700     05  FILLER                 PIC X(01).
003800     05  PAND-SJE-END-STAMP     PIC X(15).
003900     05  FILLER                 PIC X(01).
004000     05  PAND-SJE-COMP-CODE.
004100         10  PAND-SJE-CC-TYPE   PIC X(01).
004200             88  PAND-SJE-CC-NORMAL     VALUE 'C'.
004300             88  PAND-SJE-CC-ABEND      VALUE 'S' 'U'.
004400             88  PAND-SJE-CC-JCL-ERROR  VALUE 'J'.
004500             88  PAND-SJE-CC-NOT-ENDED  VALUE SPACE.
004600         10  PAND-SJE-CC-VALUE  PIC X(04).
004700     05  FILLER                 PIC X(01).
004800     05  PAND-SJE-LPAR          PIC X(08).
004900     05  FILLER                 PIC X(25).
