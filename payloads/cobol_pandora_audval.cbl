001500*     - A NON-BLANK JOB/INSTANCE ID                             *
001600*     - A NUMERIC COUNTER, MONOTONICALLY INCREASING WITHIN      *
001700*       ITS JOB EXCEPT ON A CYCLE WHOSE WRAP FLAG IS 'Y'        *
001800*     - A RECORD TYPE OF N, W, A, S, P, R, T, D OR K            *
001900*     - A USABLE TIMESTAMP THAT NEVER GOES BACKWARDS WITHIN     *
002000*       ITS JOB                                                 *
002100*   EXCEPTIONS GO TO A REPORT (THE FIRST 100 IN DETAIL, THE     *
003106*   2026-09-02  DLM  ACCEPT THE PACE-DEVIATION RECORD TYPE       *
003107*                    'D', TREATED LIKE THE OTHER EVENT TYPES     *
003108*                    FOR THE ORDER CHECKS.                       *
003113*   2026-10-15  DLM  HONOR THE PLANNED-OUTAGE SCHEDULE ON        *
003118*                    PAND.CNTL.OUTAGE: WHEN THE GENERATION'S     *
003123*                    JOB (OR *ALL) HAS AN OUTAGE OVERLAPPING     *
003128*                    THE GENERATION, A FAILED VALIDATION IS      *
003133*                    FILED ON THE ALERT MASTER AS SUPPRESSED     *
003138*                    AND THE REPORT NAMES THE OUTAGE.  THE RC 8  *
003143*                    HOLD ON THE REPORTING STEPS IS UNCHANGED -  *
003148*                    AN OUTAGE DOES NOT MAKE A SHORT OR GARBLED  *
003153*                    GENERATION SAFE TO SUMMARIZE.               *
003154*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
003155*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
003156*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
003157*                    YET SENT.                                   *
003162*   2026-10-15  DLM  ACCEPT THE CHECKPOINT-RESTART RECORD TYPE   *
003167*                    'K'.  ITS RESTART OVERLAY IS CHECKED FOR A  *
003172*                    KNOWN CHECKPOINT SOURCE AND NUMERIC FIELDS, *
003177*                    AND BECAUSE THE COUNTER LEGITIMATELY STEPS  *
003182*                    BACK TO THE CHECKPOINT VALUE ON A RESTART   *
003187*                    THE COUNTER BASELINE RESTARTS FROM IT.      *
003192*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS PAND-ALT-KEY
004050         FILE STATUS IS WS-ALT-STATUS.
004060     SELECT OUT-FILE ASSIGN TO OUTFILE
004070         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS WS-OUT-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005020 FD  ALERT-FILE
005030     RECORDING MODE IS F.
005040     COPY PANDALT.
005050*
005060 FD  OUT-FILE
005070     RECORDING MODE IS F.
005080     COPY PANDOUT.
005100*
005200 WORKING-STORAGE SECTION.
005300*
006020         88  WS-ALTF-OPEN-OK        VALUE 'Y'.
006030     05  WS-ALTF-DONE-SWITCH    PIC X(01) VALUE 'N'.
006040         88  WS-ALTF-DONE           VALUE 'Y'.
006050     05  WS-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
006060         88  WS-OUT-EOF             VALUE 'Y'.
006070     05  WS-IN-OUTAGE-SWITCH    PIC X(01) VALUE 'N'.
006080         88  WS-IN-OUTAGE           VALUE 'Y'.
006100*
006200 01  WS-FILE-STATUSES.
006300     05  WS-AUD-STATUS          PIC X(02) VALUE '00'.
006400     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
006410     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
006420     05  WS-OUT-STATUS          PIC X(02) VALUE '00'.
006500*
006600 01  WS-COUNTERS.
006700     05  WS-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
007740     05  WS-TS-DATE             PIC 9(08).
007750     05  WS-TS-TIME             PIC 9(08).
007760 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
007762 01  WS-FIRST-STAMP             PIC X(15) VALUE SPACES.
007764*
007766 01  WS-OUTAGE-TABLE-FIELDS.
007768     05  WS-OUT-MAX             PIC 9(03) COMP VALUE 50.
007770     05  WS-OUT-COUNT           PIC 9(03) COMP VALUE 0.
007772     05  WS-OUT-CHECK-JOB-ID    PIC X(08) VALUE SPACES.
007774     05  WS-OUT-CHECK-FROM      PIC X(15) VALUE SPACES.
007776     05  WS-OUT-CHECK-TO        PIC X(15) VALUE SPACES.
007778     05  WS-OUT-ENTRY OCCURS 50 TIMES
007780             INDEXED BY OT-IX.
007782         10  WS-OT-JOB-ID       PIC X(08).
007784         10  WS-OT-FROM         PIC X(15).
007786         10  WS-OT-TO           PIC X(15).
007788         10  WS-OT-REQUESTOR    PIC X(08).
007790         10  WS-OT-REASON       PIC X(30).
007800*
007900 01  WS-DISPLAY-FIELDS.
008000     05  WS-RECORD-COUNT-D      PIC 9(09).
010600*
010700*****************************************************************
010800*    1000-INITIALIZE - OPEN THE AUDIT GENERATION AND THE        *
010900*    EXCEPTIONS REPORT, LOAD THE PLANNED-OUTAGE SCHEDULE AND    *
010910*    PRIME THE READ-AHEAD.                                      *
011000*****************************************************************
011100 1000-INITIALIZE.
011200     OPEN INPUT AUD-FILE.
013086             "-"             DELIMITED BY SIZE
013088             WS-TS-TIME(1:6) DELIMITED BY SIZE
013090         INTO WS-NOW-STAMP.
013095     PERFORM 1600-LOAD-OUTAGES THRU 1600-EXIT.
013100     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
013200 1000-EXIT.
013300     EXIT.
013301*
013302*****************************************************************
013303*    1600-LOAD-OUTAGES - READ THE PLANNED-OUTAGE SCHEDULE INTO  *
013304*    A TABLE SO A FAILED VALIDATION CAN BE CHECKED AGAINST IT.  *
013305*    A SCHEDULE THAT WILL NOT OPEN IS DIAGNOSED, NOT FATAL -    *
013306*    THE ALERT IS THEN RAISED AS USUAL.                         *
013307*****************************************************************
013308 1600-LOAD-OUTAGES.
013309     OPEN INPUT OUT-FILE.
013310     IF WS-OUT-STATUS NOT = '00'
013311         DISPLAY "PANDORA AUDIT VALIDATION - OUTAGE SCHEDULE "
013312             "OPEN FAILED - STATUS " WS-OUT-STATUS
013313             " - OUTAGE CHECKS SKIPPED"
013314         GO TO 1600-EXIT
013315     END-IF.
013316     PERFORM 1650-LOAD-ONE-OUTAGE THRU 1650-EXIT
013317         UNTIL WS-OUT-EOF.
013318     CLOSE OUT-FILE.
013319 1600-EXIT.
013320     EXIT.
013321*
013322*****************************************************************
013323*    1650-LOAD-ONE-OUTAGE - FILE ONE OUTAGE RECORD IN THE       *
013324*    TABLE.  BLANK AND COMMENT RECORDS ARE SKIPPED.  A RECORD   *
013325*    WHOSE FROM/TO STAMPS ARE NOT USABLE, OR WHOSE TO STAMP     *
013326*    IS BEFORE ITS FROM STAMP, IS DIAGNOSED AND DROPPED, AS     *
013327*    ARE RECORDS OVERFLOWING THE TABLE.                         *
013328*****************************************************************
013329 1650-LOAD-ONE-OUTAGE.
013330     READ OUT-FILE
013331         AT END
013332             SET WS-OUT-EOF TO TRUE
013333             GO TO 1650-EXIT
013334     END-READ.
013335     IF WS-OUT-STATUS NOT = '00'
013336         DISPLAY "PANDORA AUDIT VALIDATION - OUTAGE SCHEDULE "
013337             "READ FAILED - STATUS " WS-OUT-STATUS
013338         SET WS-OUT-EOF TO TRUE
013339         GO TO 1650-EXIT
013340     END-IF.
013341     IF PAND-OUT-JOB-ID = SPACES
013342         OR (PAND-OUT-JOB-ID(1:1) = '*'
013343             AND NOT PAND-OUT-ALL-JOBS)
013344         GO TO 1650-EXIT
013345     END-IF.
013346     IF PAND-OUT-FROM-STAMP(1:8) NOT NUMERIC
013347         OR PAND-OUT-FROM-STAMP(9:1) NOT = '-'
013348         OR PAND-OUT-FROM-STAMP(10:6) NOT NUMERIC
013349         OR PAND-OUT-TO-STAMP(1:8) NOT NUMERIC
013350         OR PAND-OUT-TO-STAMP(9:1) NOT = '-'
013351         OR PAND-OUT-TO-STAMP(10:6) NOT NUMERIC
013352         OR PAND-OUT-TO-STAMP < PAND-OUT-FROM-STAMP
013353         DISPLAY "PANDORA AUDIT VALIDATION - OUTAGE FOR "
013354             PAND-OUT-JOB-ID " HAS UNUSABLE FROM/TO STAMPS - "
013355             "DROPPED"
013356         GO TO 1650-EXIT
013357     END-IF.
013358     IF WS-OUT-COUNT >= WS-OUT-MAX
013359         DISPLAY "PANDORA AUDIT VALIDATION - OUTAGE TABLE FULL "
013360             "- OUTAGE FOR " PAND-OUT-JOB-ID " DROPPED"
013361         GO TO 1650-EXIT
013362     END-IF.
013363     ADD 1 TO WS-OUT-COUNT.
013364     SET OT-IX TO WS-OUT-COUNT.
013365     MOVE PAND-OUT-JOB-ID TO WS-OT-JOB-ID (OT-IX).
013366     MOVE PAND-OUT-FROM-STAMP TO WS-OT-FROM (OT-IX).
013367     MOVE PAND-OUT-TO-STAMP TO WS-OT-TO (OT-IX).
013368     MOVE PAND-OUT-REQUESTOR TO WS-OT-REQUESTOR (OT-IX).
013369     MOVE PAND-OUT-REASON TO WS-OT-REASON (OT-IX).
013370 1650-EXIT.
013371     EXIT.
013400*
013500*****************************************************************
013600*    2000-VALIDATE-RECORD - RUN EVERY CHECK AGAINST ONE AUDIT   *
015970         AND PAND-AUD-TYPE NOT = 'R'
015980         AND PAND-AUD-TYPE NOT = 'T'
015990         AND PAND-AUD-TYPE NOT = 'D'
015995         AND PAND-AUD-TYPE NOT = 'K'
016000         MOVE "RECORD TYPE NOT A KNOWN CODE" TO WS-EXCEPTION-TEXT
016100         PERFORM 7100-REPORT-EXCEPTION THRU 7100-EXIT
016200     END-IF.
016900         PERFORM 7100-REPORT-EXCEPTION THRU 7100-EXIT
017000         MOVE 'N' TO WS-TRACK-VALID-SWITCH
017100     END-IF.
017110     IF WS-FIRST-STAMP = SPACES
017120         AND PAND-AUD-TIMESTAMP(1:8) NUMERIC
017130         AND PAND-AUD-TIMESTAMP(10:6) NUMERIC
017140         MOVE PAND-AUD-TIMESTAMP TO WS-FIRST-STAMP
017150     END-IF.
017200     IF WS-TRACK-VALID
017250         IF PAND-AUD-TYPE = 'S'
017300             PERFORM 2150-CHECK-SUMMARY-RECORD THRU 2150-EXIT
017335                 OR PAND-AUD-TYPE = 'D'
017336                 PERFORM 2160-CHECK-EVENT-RECORD THRU 2160-EXIT
017338             ELSE
017339                 IF PAND-AUD-TYPE = 'K'
017340                     PERFORM 2170-CHECK-RESTART-RECORD
017341                         THRU 2170-EXIT
017342                 ELSE
017343                     PERFORM 2100-CHECK-RECORD-ORDER
017344                         THRU 2100-EXIT
017345                 END-IF
017350             END-IF
017360         END-IF
017400     END-IF.
020584 2160-EXIT.
020586     EXIT.
020588*
020590*****************************************************************
020592*    2170-CHECK-RESTART-RECORD - A CHECKPOINT-RESTART RECORD    *
020594*    ('K') IS NOT A CYCLE EITHER.  ITS OVERLAY MUST NAME THE    *
020596*    PRIMARY OR ALTERNATE CHECKPOINT AND CARRY NUMERIC          *
020598*    FIELDS.  THE COUNTER STEPS BACK TO THE CHECKPOINT VALUE    *
020600*    ON A RESTART, SO ONLY THE FORWARD-TIMESTAMP CHECK          *
020602*    APPLIES AND THE COUNTER BASELINE RESTARTS FROM IT.         *
020604*****************************************************************
020606 2170-CHECK-RESTART-RECORD.
020608     IF (PAND-AUD-RST-SOURCE NOT = 'P'
020610         AND PAND-AUD-RST-SOURCE NOT = 'A')
020612         OR PAND-AUD-RST-FROM-CTR NOT NUMERIC
020614         OR PAND-AUD-RST-AGE-SECS NOT NUMERIC
020616         OR PAND-AUD-RST-LOST-CYCLES NOT NUMERIC
020618         OR PAND-AUD-RST-COUNT NOT NUMERIC
020620         MOVE "RESTART OVERLAY NOT USABLE"
020622             TO WS-EXCEPTION-TEXT
020624         PERFORM 7100-REPORT-EXCEPTION THRU 7100-EXIT
020626     END-IF.
020628     IF PAND-AUD-JOB-ID = WS-PREV-JOB-ID
020630         IF PAND-AUD-TIMESTAMP < WS-PREV-TIMESTAMP
020632             MOVE "TIMESTAMP GOES BACKWARDS"
020634                 TO WS-EXCEPTION-TEXT
020636             PERFORM 7100-REPORT-EXCEPTION THRU 7100-EXIT
020638         END-IF
020640     END-IF.
020642     MOVE PAND-AUD-JOB-ID TO WS-PREV-JOB-ID.
020644     MOVE PAND-AUD-COUNTER TO WS-PREV-COUNTER.
020646     MOVE PAND-AUD-TIMESTAMP TO WS-PREV-TIMESTAMP.
020648 2170-EXIT.
020650     EXIT.
020652*
020654*****************************************************************
020700*    2900-READ-AUDIT-RECORD - READ-AHEAD ONE AUDIT RECORD.      *
020800*****************************************************************
020900 2900-READ-AUDIT-RECORD.
027008*    NOT ONE PER EXCEPTION - SO THE BAD GENERATION SITS OPEN    *
027010*    THERE UNTIL AN OPERATOR SIGNS IT OFF.  THE JOB ID IS THE   *
027012*    FIRST RECORD'S, OR *AUDGEN WHEN THE GENERATION WAS EMPTY.  *
027013*    INSIDE A PLANNED OUTAGE THE EVENT IS FILED AS SUPPRESSED,  *
027014*    WITH THE OUTAGE REQUESTOR AND REASON IN THE ACK NOTE.      *
027015*****************************************************************
027016 7200-WRITE-ALERT-EVENT.
027018     IF NOT WS-ALTF-OPEN-OK
027020         GO TO 7200-EXIT
027036     MOVE 0 TO PAND-ALT-SEQ.
027038     MOVE "PANDAVAL" TO PAND-ALT-SOURCE.
027040     MOVE 'C' TO PAND-ALT-SEVERITY.
027044     MOVE SPACES TO PAND-ALT-TEXT.
027046     STRING "FAILED VALIDATION - " DELIMITED BY SIZE
027048             WS-EXCEPTION-COUNT-D DELIMITED BY SIZE
027052         INTO PAND-ALT-TEXT.
027054     MOVE SPACES TO PAND-ALT-ACK-INITS.
027056     MOVE SPACES TO PAND-ALT-ACK-STAMP.
027057     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
027058     MOVE SPACES TO PAND-ALT-ACK-NOTE.
027059     IF WS-IN-OUTAGE
027060         MOVE 'S' TO PAND-ALT-STATUS
027061         STRING "OUTAGE " DELIMITED BY SIZE
027062                 WS-OT-REQUESTOR (OT-IX) DELIMITED BY SPACE
027063                 " " DELIMITED BY SIZE
027064                 WS-OT-REASON (OT-IX) DELIMITED BY SIZE
027065             INTO PAND-ALT-ACK-NOTE
027066     ELSE
027067         MOVE 'O' TO PAND-ALT-STATUS
027068     END-IF.
027069     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
027070     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
027071         UNTIL WS-ALTF-DONE
027072         OR PAND-ALT-SEQ > 998.
027073 7200-EXIT.
027074     EXIT.
027075*
027076*****************************************************************
027077*    7250-WRITE-ONE-ALERT - ONE WRITE ATTEMPT.  A DUPLICATE     *
027078*    KEY (STATUS 22) BUMPS THE SEQUENCE NUMBER AND TRIES        *
027080*    AGAIN; ANY OTHER FAILURE IS DIAGNOSED ONCE AND GIVEN UP    *
027082*    ON.                                                        *
027108     END-WRITE.
027110 7250-EXIT.
027112     EXIT.
027117*
027122*****************************************************************
027127*    7300-CHECK-OUTAGE - DOES A DECLARED PLANNED OUTAGE COVER   *
027132*    THIS GENERATION?  AN OUTAGE FOR THE GENERATION'S JOB (OR   *
027137*    *AUDGEN FOR AN EMPTY ONE) OR FOR *ALL COVERS IT WHEN ITS   *
027142*    FROM/TO RANGE OVERLAPS THE GENERATION - FROM ITS FIRST     *
027147*    USABLE TIMESTAMP (THE RUN TIME WHEN IT HAS NONE) UP TO     *
027152*    THE RUN.  WS-IN-OUTAGE IS SET AND OT-IX LEFT ON THE        *
027157*    OUTAGE WHEN ONE IS FOUND.                                  *
027162*****************************************************************
027167 7300-CHECK-OUTAGE.
027172     MOVE 'N' TO WS-IN-OUTAGE-SWITCH.
027177     IF WS-OUT-COUNT = 0
027182         GO TO 7300-EXIT
027187     END-IF.
027192     IF WS-FIRST-JOB-ID = SPACES
027197         MOVE "*AUDGEN " TO WS-OUT-CHECK-JOB-ID
027202     ELSE
027207         MOVE WS-FIRST-JOB-ID TO WS-OUT-CHECK-JOB-ID
027212     END-IF.
027217     IF WS-FIRST-STAMP = SPACES
027222         MOVE WS-NOW-STAMP TO WS-OUT-CHECK-FROM
027227     ELSE
027232         MOVE WS-FIRST-STAMP TO WS-OUT-CHECK-FROM
027237     END-IF.
027242     MOVE WS-NOW-STAMP TO WS-OUT-CHECK-TO.
027247     SET OT-IX TO 1.
027252     SEARCH WS-OUT-ENTRY
027257         AT END
027262             CONTINUE
027267         WHEN OT-IX > WS-OUT-COUNT
027272             CONTINUE
027277         WHEN (WS-OT-JOB-ID (OT-IX) = WS-OUT-CHECK-JOB-ID
027282                 OR WS-OT-JOB-ID (OT-IX) = '*ALL')
027287             AND WS-OT-FROM (OT-IX) NOT > WS-OUT-CHECK-TO
027292             AND WS-OT-TO (OT-IX) NOT < WS-OUT-CHECK-FROM
027297             SET WS-IN-OUTAGE TO TRUE
027302     END-SEARCH.
027307 7300-EXIT.
027312     EXIT.
027317*
027322*****************************************************************
027327*    8000-WRITE-SUMMARY - TOTALS AND THE PASS/FAIL VERDICT,     *
027332*    AND THE COVERING OUTAGE WHEN THE ALERT IS SUPPRESSED.      *
027337*****************************************************************
027400 8000-WRITE-SUMMARY.
027500     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-D.
027600     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-D.
029500     END-IF.
029600     PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT.
029610     IF WS-EXCEPTION-COUNT > 0
029611         PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT
029612         IF WS-IN-OUTAGE
029613             MOVE SPACES TO RPT-LINE
029614             STRING "ALERT SUPPRESSED - PLANNED OUTAGE "
029615                         DELIMITED BY SIZE
029616                     WS-OT-REQUESTOR (OT-IX) DELIMITED BY SPACE
029617                     " " DELIMITED BY SIZE
029618                     WS-OT-REASON (OT-IX) DELIMITED BY SIZE
029619                 INTO RPT-LINE
029620             PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
029621         END-IF
029622         PERFORM 7200-WRITE-ALERT-EVENT THRU 7200-EXIT
029630     END-IF.
029700 8000-EXIT.
029800     EXIT.
030220*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
030230*    CODE: 8 WHEN ANY EXCEPTION WAS FOUND SO THE SCHEDULER      *
030240*    HOLDS THE DOWNSTREAM REPORTING STEPS, 16 WHEN A FILE DID   *
030250*    NOT OPEN, 0 FOR A CLEAN GENERATION.  A PLANNED OUTAGE      *
030255*    SUPPRESSES THE ALERT BUT NOT THE HOLD.                     *
030260*****************************************************************
030600 9000-TERMINATE.
030700     CLOSE AUD-FILE.
