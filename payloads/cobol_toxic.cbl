011541*                    SHORTENED THE PACE ALERT TEXT SO THE        *
011542*                    ACTUAL-SECONDS FIGURE NO LONGER TRUNCATES   *
011543*                    OFF THE 50-BYTE ALERT MESSAGE.              *
011553*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
011563*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
011573*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
011583*                    YET SENT.                                   *
011584*   2026-10-15  DLM  RECORD EVERY RESTART.  THE CHECKPOINT NOW   *
011585*                    CARRIES A RUN STATE ('R' WHILE RUNNING, 'E' *
011586*                    AFTER A CLEAN STOP) AND A RESTART COUNT, SO *
011587*                    A START THAT RESUMES FROM A CHECKPOINT LEFT *
011588*                    'R' BY AN ABEND OR LPAR BOUNCE WRITES A     *
011589*                    DISTINCT TYPE-'K' AUDIT RECORD CARRYING THE *
011590*                    RESUMED-FROM COUNTER, THE CHECKPOINT        *
011591*                    DATASET IT CAME FROM, THE AGE OF THE        *
011592*                    CHECKPOINT STAMP, THE CYCLES THAT AGE       *
011593*                    STANDS FOR ON A PACED RUN, AND THE COUNT OF *
011594*                    RESTARTS SINCE THE LAST CLEAN START.  THE   *
011595*                    HEARTBEAT HOLDS ONE SECOND AFTER THE RECORD *
011596*                    SO IT KEEPS ITS OWN KEY ON THE HISTORY      *
011597*                    MASTER INSTEAD OF MERGING INTO A SAME-      *
011598*                    SECOND SUMMARY.                             *
011599*****************************************************************
011600 ENVIRONMENT DIVISION.
011700 INPUT-OUTPUT SECTION.
011800 FILE-CONTROL.
015215     05  PAND-CKP2-JOB-ID       PIC X(08).
015216     05  PAND-CKP2-COUNTER      PIC 9(09).
015217     05  PAND-CKP2-TIMESTAMP    PIC X(15).
015218     05  PAND-CKP2-RUN-STATE    PIC X(01).
015220     05  PAND-CKP2-RESTARTS     PIC 9(03).
015222     05  FILLER                 PIC X(14).
015224*
015226 FD  ALERT-FILE
015230     RECORDING MODE IS F.
015240     COPY PANDALT.
015300*
016660         88  WS-STOP-EVENT-DONE     VALUE 'Y'.
016670     05  WS-PAUSE-EXPIRED-SWITCH PIC X(01) VALUE 'N'.
016680         88  WS-PAUSE-EXPIRED       VALUE 'Y'.
016685     05  WS-RESTART-SWITCH      PIC X(01) VALUE 'N'.
016690         88  WS-RESTARTED           VALUE 'Y'.
016700*
016800 01  WS-FILE-STATUSES.
016900     05  WS-CTL-STATUS          PIC X(02) VALUE '00'.
020000     05  WS-INT-START-STAMP     PIC X(15) VALUE SPACES.
020100     05  WS-INT-END-STAMP       PIC X(15) VALUE SPACES.
020200*
020205 01  WS-RESTART-FIELDS.
020210     05  WS-CKPT-RUN-STATE      PIC X(01) VALUE 'R'.
020215     05  WS-RST-PRIOR-STATE     PIC X(01) VALUE SPACE.
020220     05  WS-RST-SOURCE          PIC X(01) VALUE SPACE.
020225     05  WS-RST-FROM-CTR        PIC 9(09) VALUE 0.
020230     05  WS-RST-CKPT-STAMP      PIC X(15) VALUE SPACES.
020235     05  WS-RST-WINDOW-COUNT    PIC 9(03) VALUE 0.
020240     05  WS-RST-AGE-SECS        PIC S9(09) COMP VALUE 0.
020245     05  WS-RST-LOST-CYCLES     PIC 9(09) COMP VALUE 0.
020250     05  WS-RST-AGE-D           PIC 9(09) VALUE 0.
020255*
020300 LINKAGE SECTION.
020400 01  LS-PARM-FIELD.
020500     05  LS-PARM-LEN            PIC S9(04) COMP.
026150     ELSE
026160         PERFORM 1300-OPEN-ALTERNATE-CKPT THRU 1300-EXIT
026200     END-IF.
026300     PERFORM 1400-NOTE-RESTART THRU 1400-EXIT.
026400     PERFORM 2400-CHECKPOINT-COUNTER THRU 2400-EXIT.
026500     OPEN OUTPUT AUD-FILE.
026600     IF WS-AUD-STATUS NOT = '00'
026700         DISPLAY "PANDORA AUDIT LOG OPEN FAILED - STATUS "
026800             WS-AUD-STATUS
026900     END-IF.
026910     IF WS-RESTARTED
026920         PERFORM 1450-WRITE-RESTART-RECORD THRU 1450-EXIT
026930     END-IF.
027000*
027100     DISPLAY "****************************************".
027200     DISPLAY "*        PANDORA TOXIC HEARTBEAT        *".
027510     IF WS-CKPT-DEGRADED
027520         DISPLAY "CHECKPOINT DATASET. . : ALTERNATE (DEGRADED)"
027530     END-IF.
027540     IF WS-RESTARTED
027550         DISPLAY "RESTARTS THIS WINDOW. : " WS-RST-WINDOW-COUNT
027560         DISPLAY "CHECKPOINT AGE (SECS) : " WS-RST-AGE-D
027570     END-IF.
027600     IF WS-BEAT-SECONDS > 0
027700         DISPLAY "BEAT INTERVAL (SECS). : " WS-BEAT-SECONDS
027800     ELSE
031802     EXIT.
031803*
031804*****************************************************************
031805*    1400-NOTE-RESTART - DECIDE WHETHER THIS START IS A         *
031806*    RESTART.  THE CHECKPOINT RECORD JUST READ (PRIMARY, OR     *
031807*    THE ALTERNATE ON A FAILOVER) IS STILL IN ITS RECORD AREA:  *
031808*    A RUN STATE OF 'R' MEANS THE LAST RUN NEVER REACHED ITS    *
031809*    CLEAN STOP, SO THE RESTART COUNT GOES UP ONE AND THE AGE   *
031810*    OF THE CHECKPOINT STAMP IS TAKEN AS THE WALL-CLOCK TIME    *
031811*    LOST, WITH THE CYCLES IT STANDS FOR ON A PACED RUN.  ANY   *
031812*    OTHER STATE IS A CLEAN START AND THE COUNT GOES BACK TO    *
031813*    ZERO; NO RECORD AT ALL IS A BRAND-NEW JOB.  MUST RUN       *
031814*    BEFORE 2400 RESTAMPS THE RECORD AREA.                      *
031815*****************************************************************
031816 1400-NOTE-RESTART.
031817     IF WS-CKPT-RECORD-FOUND
031818         MOVE 'P' TO WS-RST-SOURCE
031819         MOVE PAND-CKPT-RUN-STATE TO WS-RST-PRIOR-STATE
031820         MOVE PAND-CKPT-TIMESTAMP TO WS-RST-CKPT-STAMP
031821         IF PAND-CKPT-RESTARTS NUMERIC
031822             MOVE PAND-CKPT-RESTARTS TO WS-RST-WINDOW-COUNT
031823         END-IF
031824     ELSE
031825         IF WS-CKP2-RECORD-FOUND
031826             MOVE 'A' TO WS-RST-SOURCE
031827             MOVE PAND-CKP2-RUN-STATE TO WS-RST-PRIOR-STATE
031828             MOVE PAND-CKP2-TIMESTAMP TO WS-RST-CKPT-STAMP
031829             IF PAND-CKP2-RESTARTS NUMERIC
031830                 MOVE PAND-CKP2-RESTARTS TO WS-RST-WINDOW-COUNT
031831             END-IF
031832         ELSE
031833             GO TO 1400-EXIT
031834         END-IF
031835     END-IF.
031836     IF WS-RST-PRIOR-STATE NOT = 'R'
031837         MOVE 0 TO WS-RST-WINDOW-COUNT
031838         GO TO 1400-EXIT
031839     END-IF.
031840     SET WS-RESTARTED TO TRUE.
031841     IF WS-RST-WINDOW-COUNT < 999
031842         ADD 1 TO WS-RST-WINDOW-COUNT
031843     END-IF.
031844     MOVE PAND-COUNTER TO WS-RST-FROM-CTR.
031845     MOVE 0 TO WS-RST-AGE-SECS.
031846     MOVE 0 TO WS-RST-LOST-CYCLES.
031847     IF WS-RST-CKPT-STAMP(1:8) NOT NUMERIC
031848         OR WS-RST-CKPT-STAMP(5:2) < '01'
031849         OR WS-RST-CKPT-STAMP(5:2) > '12'
031850         OR WS-RST-CKPT-STAMP(10:6) NOT NUMERIC
031851         GO TO 1400-EXIT
031852     END-IF.
031853     MOVE WS-TS-DATE TO WS-DC-DATE.
031854     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
031855     MOVE WS-DC-DAYNUM TO WS-NOW-DAYNUM.
031856     MOVE WS-TS-TIME(1:2) TO WS-EXP-HH.
031857     MOVE WS-TS-TIME(3:2) TO WS-EXP-MM.
031858     MOVE WS-TS-TIME(5:2) TO WS-EXP-SS.
031859     COMPUTE WS-NOW-SECS-OF-DAY =
031860         (WS-EXP-HH * 3600) + (WS-EXP-MM * 60) + WS-EXP-SS.
031861     MOVE WS-RST-CKPT-STAMP(1:8) TO WS-DC-DATE.
031862     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
031863     MOVE WS-DC-DAYNUM TO WS-SET-DAYNUM.
031864     MOVE WS-RST-CKPT-STAMP(10:2) TO WS-EXP-HH.
031865     MOVE WS-RST-CKPT-STAMP(12:2) TO WS-EXP-MM.
031866     MOVE WS-RST-CKPT-STAMP(14:2) TO WS-EXP-SS.
031867     COMPUTE WS-SET-SECS-OF-DAY =
031868         (WS-EXP-HH * 3600) + (WS-EXP-MM * 60) + WS-EXP-SS.
031869     COMPUTE WS-ELAPSED-SECONDS =
031870         ((WS-NOW-DAYNUM - WS-SET-DAYNUM) * 86400)
031871         + WS-NOW-SECS-OF-DAY - WS-SET-SECS-OF-DAY.
031872     IF WS-ELAPSED-SECONDS > 0
031873         MOVE WS-ELAPSED-SECONDS TO WS-RST-AGE-SECS
031874     END-IF.
031875     IF WS-BEAT-SECONDS > 0
031876         DIVIDE WS-RST-AGE-SECS BY WS-BEAT-SECONDS
031877             GIVING WS-RST-LOST-CYCLES
031878     END-IF.
031879 1400-EXIT.
031880     EXIT.
031881*
031882*****************************************************************
031883*    1450-WRITE-RESTART-RECORD - THE DISTINCT TYPE-'K' AUDIT    *
031884*    RECORD FOR A RESTART, WRITTEN AS THE FIRST RECORD OF THE   *
031885*    RUN, WITH THE RESTART DETAIL IN THE MESSAGE OVERLAY.  NOT  *
031886*    A CYCLE - THE READERS COUNT IT SEPARATELY.  THE HOLD OF    *
031887*    ONE SECOND AFTERWARDS KEEPS THE FIRST CYCLE OUT OF THE     *
031888*    RECORD'S SECOND, SO THE HISTORY FOLD FILES IT UNDER ITS    *
031889*    OWN KEY INSTEAD OF MERGING IT INTO A SUMMARY RECORD.       *
031890*****************************************************************
031891 1450-WRITE-RESTART-RECORD.
031892     MOVE WS-RST-AGE-SECS TO WS-RST-AGE-D.
031893     DISPLAY "** PANDORA RESTART ** JOB " PAND-JOB-ID
031894         " RESUMED AT COUNTER " WS-RST-FROM-CTR
031895         " - CHECKPOINT " WS-RST-AGE-D " SECS OLD"
031896         UPON CONSOLE.
031897     MOVE PAND-JOB-ID TO PAND-AUD-JOB-ID.
031898     MOVE PAND-COUNTER TO PAND-AUD-COUNTER.
031899     MOVE WS-TIMESTAMP-DISPLAY TO PAND-AUD-TIMESTAMP.
031900     MOVE 'K' TO PAND-AUD-TYPE.
031901     MOVE 'N' TO PAND-AUD-WRAP-FLAG.
031902     MOVE SPACES TO PAND-AUD-MESSAGE.
031903     MOVE WS-RST-FROM-CTR TO PAND-AUD-RST-FROM-CTR.
031904     MOVE WS-RST-SOURCE TO PAND-AUD-RST-SOURCE.
031905     MOVE WS-RST-CKPT-STAMP TO PAND-AUD-RST-CKPT-STAMP.
031906     MOVE WS-RST-AGE-SECS TO PAND-AUD-RST-AGE-SECS.
031907     MOVE WS-RST-LOST-CYCLES TO PAND-AUD-RST-LOST-CYCLES.
031908     MOVE WS-RST-WINDOW-COUNT TO PAND-AUD-RST-COUNT.
031909     IF WS-AUD-STATUS = '00'
031910         WRITE PAND-AUD-REC
031911         IF WS-AUD-STATUS NOT = '00'
031912             DISPLAY "PANDORA AUDIT WRITE FAILED - STATUS "
031913                 WS-AUD-STATUS
031914         ELSE
031915             MOVE 1 TO WS-WAIT-SECONDS
031916             CALL 'ILBOWAT0' USING WS-WAIT-SECONDS
031917         END-IF
031918     END-IF.
031919 1450-EXIT.
031920     EXIT.
031921*
031922*****************************************************************
031923*    2000-PROCESS-CYCLE - ONE PASS THROUGH THE HEARTBEAT.  WHEN   *
032000*    A THRESHOLD CROSSING AND A COUNTER WRAP LAND ON THE SAME     *
032100*    CYCLE, THE RECORD TYPE STAYS 'A' SO THE AUDIT TRAIL KEEPS    *
032200*    THE ALERT - THE WRAP ITSELF IS STILL HANDLED, IT JUST DOES   *
050400         MOVE PAND-JOB-ID TO PAND-CKPT-JOB-ID
050500         MOVE PAND-COUNTER TO PAND-CKPT-COUNTER
050600         MOVE WS-TIMESTAMP-DISPLAY TO PAND-CKPT-TIMESTAMP
050610         MOVE WS-CKPT-RUN-STATE TO PAND-CKPT-RUN-STATE
050620         MOVE WS-RST-WINDOW-COUNT TO PAND-CKPT-RESTARTS
050700         IF WS-CKPT-RECORD-FOUND
050800             REWRITE PAND-CKPT-REC
050900                 INVALID KEY
052445     MOVE PAND-JOB-ID TO PAND-CKP2-JOB-ID.
052450     MOVE PAND-COUNTER TO PAND-CKP2-COUNTER.
052455     MOVE WS-TIMESTAMP-DISPLAY TO PAND-CKP2-TIMESTAMP.
052457     MOVE WS-CKPT-RUN-STATE TO PAND-CKP2-RUN-STATE.
052459     MOVE WS-RST-WINDOW-COUNT TO PAND-CKP2-RESTARTS.
052460     IF WS-CKP2-RECORD-FOUND
052465         REWRITE PAND-CKP2-REC
052470             INVALID KEY
060500     MOVE SPACES TO PAND-ALT-ACK-INITS.
060501     MOVE SPACES TO PAND-ALT-ACK-STAMP.
060502     MOVE SPACES TO PAND-ALT-ACK-NOTE.
060503     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
060504     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
060505     PERFORM 2850-WRITE-ONE-ALERT THRU 2850-EXIT
060506         UNTIL WS-ALTF-DONE
060507         OR PAND-ALT-SEQ > 998.
060508 2800-EXIT.
060509     EXIT.
060510*
060511*****************************************************************
060512*    2850-WRITE-ONE-ALERT - ONE WRITE ATTEMPT.  A DUPLICATE     *
060513*    KEY (STATUS 22) MEANS ANOTHER EVENT IS ALREADY FILED FOR   *
060514*    THIS SECOND, SO THE SEQUENCE NUMBER MOVES UP AND THE       *
060515*    LOOP TRIES AGAIN; ANY OTHER FAILURE IS DIAGNOSED ONCE      *
060516*    AND GIVEN UP ON.                                           *
060517*****************************************************************
060518 2850-WRITE-ONE-ALERT.
060519     ADD 1 TO PAND-ALT-SEQ.
060520     WRITE PAND-ALT-REC
060521         INVALID KEY
060522             IF WS-ALT-STATUS NOT = '22'
060523                 DISPLAY "PANDORA ALERT WRITE FAILED - STATUS "
060524                     WS-ALT-STATUS
060525                 SET WS-ALTF-DONE TO TRUE
060526             END-IF
060527         NOT INVALID KEY
060528             SET WS-ALTF-DONE TO TRUE
060529     END-WRITE.
060530 2850-EXIT.
060531     EXIT.
060532*
060533*****************************************************************
060534*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
060535*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
060536*    THE PAUSE-EXPIRY ELAPSED TIME CAN BE COMPARED ACROSS       *
060537*    MONTH AND YEAR ENDS.  LEAP DAYS ARE COUNTED THROUGH THE    *
060538*    PRIOR YEAR WHEN THE MONTH IS JANUARY OR FEBRUARY SO THE    *
060539*    CURRENT YEAR'S LEAP DAY IS ONLY INCLUDED ONCE MARCH IS     *
060540*    REACHED.  THE DIVIDES ARE SEPARATE STATEMENTS SO EACH      *
060541*    QUOTIENT TRUNCATES ON ITS OWN INSTEAD OF CARRYING          *
060542*    DECIMALS THROUGH THE EXPRESSION.                           *
060543*****************************************************************
060544 7100-CONVERT-DATE-TO-DAYS.
060545     IF WS-DC-MONTH > 2
060546         MOVE WS-DC-YEAR TO WS-DC-LEAP-YEAR
060547     ELSE
060548         COMPUTE WS-DC-LEAP-YEAR = WS-DC-YEAR - 1
060549     END-IF.
060550     DIVIDE WS-DC-LEAP-YEAR BY 4 GIVING WS-DC-LEAPS-4.
060551     DIVIDE WS-DC-LEAP-YEAR BY 100 GIVING WS-DC-LEAPS-100.
060552     DIVIDE WS-DC-LEAP-YEAR BY 400 GIVING WS-DC-LEAPS-400.
060553     COMPUTE WS-DC-DAYNUM = (WS-DC-YEAR * 365)
060554         + WS-DC-LEAPS-4 - WS-DC-LEAPS-100 + WS-DC-LEAPS-400
060555         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
060556 7100-EXIT.
060557     EXIT.
060558*
060560*****************************************************************
060570*    9000-TERMINATE - CHECKPOINT ONE LAST TIME AND CLOSE FILES.  *
060572*    THE LAST STAMP CARRIES RUN STATE 'E' SO THE NEXT START      *
060574*    KNOWS THIS RUN ENDED CLEANLY AND IS NOT A RESTART.          *
060580*****************************************************************
060800 9000-TERMINATE.
060900     PERFORM 2100-BUILD-TIMESTAMP THRU 2100-EXIT.
061000     PERFORM 2370-FLUSH-SUMMARY-RECORD THRU 2370-EXIT.
061010     MOVE 'E' TO WS-CKPT-RUN-STATE.
061100     PERFORM 2400-CHECKPOINT-COUNTER THRU 2400-EXIT.
061200     CLOSE CKPT-FILE.
061210     IF WS-CKPT-DEGRADED
