002000*     JOBID=<JOB-ID>    ONLY THIS JOB/INSTANCE ID               *
002100*     FROM=<YYYYMMDD>   ONLY CYCLES ON OR AFTER THIS DATE       *
002200*     TO=<YYYYMMDD>     ONLY CYCLES ON OR BEFORE THIS DATE      *
002300*     TYPE=<N|W|A|S|P|R|T|D|K>  ONLY THIS RECORD TYPE           *
002400*                                                               *
002500*   CARDS MAY APPEAR IN ANY ORDER; A CARD WITH * IN COLUMN 1    *
002600*   IS A COMMENT AND NO CARDS AT ALL MEANS EVERYTHING.  A CARD  *
003701*                    AND PACE EVENT RECORDS CAN BE SELECTED       *
003702*                    INTO THE FEED, AS TYPE=S WAS WHEN THE        *
003703*                    SUMMARY RECORDS ARRIVED.                     *
003713*   2026-10-15  DLM  ALLOW TYPE=K SO THE CHECKPOINT-RESTART      *
003723*                    RECORDS CAN BE SELECTED INTO THE FEED; THEIR*
003733*                    MESSAGE COLUMN CARRIES THE RESTART OVERLAY. *
003743*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
026020             AND WS-CARD-VALUE(1:1) NOT = 'P'
026030             AND WS-CARD-VALUE(1:1) NOT = 'R'
026040             AND WS-CARD-VALUE(1:1) NOT = 'T'
026050             AND WS-CARD-VALUE(1:1) NOT = 'D'
026060             AND WS-CARD-VALUE(1:1) NOT = 'K')
026100         PERFORM 1690-REPORT-BAD-CARD THRU 1690-EXIT
026200     ELSE
026300         MOVE WS-CARD-VALUE(1:1) TO WS-SEL-TYPE
