002218*   2026-09-02  DLM  COUNT PACE-DEVIATION RECORDS (TYPE 'D')     *
002219*                    IN THE SIGN-OFF TOTALS SO A PACED CANARY    *
002221*                    THAT RAN OFF PACE IS VISIBLE AT SIGN-OFF.   *
002231*   2026-10-15  DLM  COUNT CHECKPOINT-RESTART RECORDS (TYPE 'K') *
002241*                    AND THE CHECKPOINT AGE THEY REPORT, SO A    *
002251*                    SHIFT STITCHED TOGETHER ACROSS ABENDS SHOWS *
002261*                    AT SIGN-OFF HOW OFTEN AND HOW LONG IT WAS   *
002271*                    DOWN.                                       *
002281*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
006220     05  WS-RESUME-COUNT        PIC 9(05) COMP VALUE 0.
006230     05  WS-STOP-EVT-COUNT      PIC 9(05) COMP VALUE 0.
006240     05  WS-PACE-DEV-COUNT      PIC 9(05) COMP VALUE 0.
006250     05  WS-RESTART-COUNT       PIC 9(05) COMP VALUE 0.
006260     05  WS-RESTART-LOST-SECS   PIC 9(09) COMP VALUE 0.
006300*
006400 01  WS-GAP-THRESHOLD-SECONDS   PIC 9(05) VALUE 00300.
006420 01  WS-ELAPSED-SECONDS         PIC 9(07) VALUE 0.
007897     05  WS-RESUME-COUNT-D      PIC 9(05).
007898     05  WS-STOP-EVT-COUNT-D    PIC 9(05).
007899     05  WS-PACE-DEV-COUNT-D    PIC 9(05).
007909     05  WS-RESTART-COUNT-D     PIC 9(05).
007919     05  WS-RESTART-LOST-SECS-D PIC 9(09).
007929*
008000 01  WS-REPORT-LINES.
008100     05  WS-HDR1                PIC X(80) VALUE
008200         "PANDORA HEARTBEAT - SHIFT SUMMARY".
012992     IF PAND-AUD-TYPE = 'D'
012994         ADD 1 TO WS-PACE-DEV-COUNT
012996     END-IF.
013006     IF PAND-AUD-TYPE = 'K'
013016         ADD 1 TO WS-RESTART-COUNT
013026         IF PAND-AUD-RST-AGE-SECS NUMERIC
013036             ADD PAND-AUD-RST-AGE-SECS TO WS-RESTART-LOST-SECS
013046         END-IF
013056     END-IF.
013066*
013100     PERFORM 2100-CHECK-FOR-GAP THRU 2100-EXIT.
013200     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
013300 2000-EXIT.
017790     MOVE WS-RESUME-COUNT TO WS-RESUME-COUNT-D.
017795     MOVE WS-STOP-EVT-COUNT TO WS-STOP-EVT-COUNT-D.
017797     MOVE WS-PACE-DEV-COUNT TO WS-PACE-DEV-COUNT-D.
017798     MOVE WS-RESTART-COUNT TO WS-RESTART-COUNT-D.
017799     MOVE WS-RESTART-LOST-SECS TO WS-RESTART-LOST-SECS-D.
017800     MOVE WS-HDR1 TO RPT-LINE.
017900     WRITE RPT-LINE.
018000     MOVE WS-HDR2 TO RPT-LINE.
023234             WS-PACE-DEV-COUNT-D DELIMITED BY SIZE
023236         INTO RPT-LINE.
023238     WRITE RPT-LINE.
023239     MOVE SPACES TO RPT-LINE.
023240     STRING "CHECKPOINT RESTARTS . . . . : " DELIMITED BY SIZE
023241             WS-RESTART-COUNT-D DELIMITED BY SIZE
023242             "  (CHECKPOINT AGE "  DELIMITED BY SIZE
023243             WS-RESTART-LOST-SECS-D DELIMITED BY SIZE
023244             " SECS)"          DELIMITED BY SIZE
023245         INTO RPT-LINE.
023246     WRITE RPT-LINE.
023250     IF WS-RPT-STATUS NOT = '00'
023270         DISPLAY "PANDORA SHIFT REPORT - REPORT WRITE FAILED - "
023280             "STATUS " WS-RPT-STATUS
