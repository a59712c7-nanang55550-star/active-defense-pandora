002996*                    NO CHECKPOINT EXISTS), SO AN ORDINARY         *
002997*                    UNDERRUN THE AUDIT LOG CORROBORATES STAYS     *
002998*                    RC 4 INSTEAD OF ESCALATING TO RC 8.           *
003000*   2026-10-15  DLM  CHECK THE NIGHT AGAINST THE CANARY INSTANCE *
003010*                    REGISTRY.  AN ACTIVE REGISTERED CANARY LIVE *
003020*                    BY THE NIGHT DATE WITH NO CHECKPOINT OR NO  *
003030*                    AUDIT RECORDS, AND A JOB IN THE AUDIT       *
003040*                    GENERATION THAT IS NOT ACTIVELY REGISTERED, *
003050*                    ARE LISTED IN A REGISTRY EXCEPTION SECTION  *
003060*                    AND FILED ON THE ALERT MASTER.  A MISSING   *
003070*                    REGISTERED CANARY ENDS THE STEP RC 8, AN    *
003080*                    UNREGISTERED ONE RC 4.  A REGISTRY THAT     *
003090*                    WILL NOT OPEN IS DIAGNOSED, NOT FATAL.      *
003091*   2026-10-15  DLM  HONOR THE PLANNED-OUTAGE SCHEDULE ON        *
003092*                    PAND.CNTL.OUTAGE: A DISCREPANCY OR REGISTRY *
003093*                    EXCEPTION FOR A JOB (OR *ALL) WITH AN       *
003094*                    OUTAGE OVERLAPPING THE NIGHT IS STILL       *
003095*                    REPORTED, BUT IS FILED ON THE ALERT MASTER  *
003096*                    AS SUPPRESSED AND LEFT OUT OF THE COUNTS    *
003097*                    THAT SET THE CONDITION CODE.                *
003102*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
003107*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
003112*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
003117*                    YET SENT.                                   *
003118*   2026-10-15  DLM  LEAVE THE CHECKPOINT-RESTART RECORD TYPE    *
003119*                    'K' OUT OF THE AUDIT TALLY, LIKE THE OTHER  *
003120*                    EVENT RECORDS.                              *
003122*****************************************************************
003130 ENVIRONMENT DIVISION.
003160 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EXP-FILE ASSIGN TO EXPFILE
003400         ORGANIZATION IS SEQUENTIAL
004400     SELECT RPT-FILE ASSIGN TO RPTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004610     SELECT REG-FILE ASSIGN TO REGFILE
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS SEQUENTIAL
004640         RECORD KEY IS PAND-REG-JOB-ID
004650         FILE STATUS IS WS-REG-STATUS.
004700     SELECT ALERT-FILE ASSIGN TO ALERTFIL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PAND-ALT-KEY
005100         FILE STATUS IS WS-ALT-STATUS.
005110     SELECT OUT-FILE ASSIGN TO OUTFILE
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS WS-OUT-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007200     RECORDING MODE IS F.
007300     COPY PANDALT.
007400*
007410 FD  REG-FILE
007420     RECORDING MODE IS F.
007430     COPY PANDREG.
007440*
007450 FD  OUT-FILE
007460     RECORDING MODE IS F.
007470     COPY PANDOUT.
007480*
007500 WORKING-STORAGE SECTION.
007600*
007700 01  WS-SWITCHES.
009340         88  WS-AUD-LEG-OK          VALUE 'Y'.
009350     05  WS-AUD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
009360         88  WS-AUD-JOB-FOUND       VALUE 'Y'.
009365     05  WS-REGF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
009370         88  WS-REGF-OPEN-OK        VALUE 'Y'.
009375     05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
009380         88  WS-REG-EOF             VALUE 'Y'.
009385     05  WS-REG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
009390         88  WS-REG-FOUND           VALUE 'Y'.
009392     05  WS-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
009394         88  WS-OUT-EOF             VALUE 'Y'.
009396     05  WS-IN-OUTAGE-SWITCH    PIC X(01) VALUE 'N'.
009398         88  WS-IN-OUTAGE           VALUE 'Y'.
009400*
009500 01  WS-FILE-STATUSES.
009600     05  WS-EXP-STATUS          PIC X(02) VALUE '00'.
009800     05  WS-CKPT-STATUS         PIC X(02) VALUE '00'.
009900     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
010000     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
010010     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
010020     05  WS-OUT-STATUS          PIC X(02) VALUE '00'.
010100*
010200 01  WS-COUNTERS.
010300     05  WS-RECORD-COUNT        PIC 9(05) COMP VALUE 0.
010400     05  WS-SKIPPED-COUNT       PIC 9(05) COMP VALUE 0.
010500     05  WS-DISCREPANCY-COUNT   PIC 9(05) COMP VALUE 0.
010510     05  WS-AUDIT-DISC-COUNT    PIC 9(05) COMP VALUE 0.
010520     05  WS-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
010530     05  WS-UNREG-COUNT         PIC 9(05) COMP VALUE 0.
010540     05  WS-SUPPRESSED-COUNT    PIC 9(05) COMP VALUE 0.
010550     05  WS-PRIOR-DISC-COUNT    PIC 9(05) COMP VALUE 0.
010560     05  WS-PRIOR-AUDIT-COUNT   PIC 9(05) COMP VALUE 0.
010600*
010700 01  WS-ACTUAL-CYCLES           PIC 9(09) VALUE 0.
010710 01  WS-AUDIT-CYCLES            PIC 9(09) VALUE 0.
010720 01  WS-AUDIT-REFERENCE         PIC 9(09) VALUE 0.
010800 01  WS-STATUS-TEXT             PIC X(14) VALUE SPACES.
010900 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010910 01  WS-ALERT-JOB-ID            PIC X(08) VALUE SPACES.
010920 01  WS-REG-EXCEPTION-TEXT      PIC X(40) VALUE SPACES.
011000*
011100 01  WS-TIMESTAMP-FIELDS.
011200     05  WS-TS-DATE             PIC 9(08).
013360         10  WS-AUT-JOB-ID      PIC X(08).
013370         10  WS-AUT-CYCLES      PIC 9(09) COMP.
013380*
013381 01  WS-REGISTRY-TABLE-FIELDS.
013382     05  WS-REG-MAX             PIC 9(03) COMP VALUE 100.
013383     05  WS-REG-COUNT           PIC 9(03) COMP VALUE 0.
013384     05  WS-REG-LOOKUP-ID       PIC X(08) VALUE SPACES.
013385     05  WS-REG-ENTRY OCCURS 100 TIMES
013386             INDEXED BY RG-IX.
013387         10  WS-RG-JOB-ID       PIC X(08).
013388         10  WS-RG-STATUS       PIC X(01).
013389         10  WS-RG-ONCALL       PIC X(08).
013390         10  WS-RG-LIVE-DATE    PIC 9(08).
013391*
013400 01  WS-CALENDAR-TABLE-FIELDS.
013500     05  WS-CDT-MAX             PIC 9(03) COMP VALUE 100.
013600     05  WS-CDT-COUNT           PIC 9(03) COMP VALUE 0.
014700         10  WS-CRL-DAY-TYPE    PIC X(03).
014800         10  WS-CRL-START       PIC X(04).
014900         10  WS-CRL-END         PIC X(04).
014905*
014910 01  WS-OUTAGE-TABLE-FIELDS.
014915     05  WS-OUT-MAX             PIC 9(03) COMP VALUE 50.
014920     05  WS-OUT-COUNT           PIC 9(03) COMP VALUE 0.
014925     05  WS-OUT-CHECK-JOB-ID    PIC X(08) VALUE SPACES.
014930     05  WS-OUT-CHECK-FROM      PIC X(15) VALUE SPACES.
014935     05  WS-OUT-CHECK-TO        PIC X(15) VALUE SPACES.
014940     05  WS-OUT-NIGHT-DAYNUM    PIC 9(07) COMP VALUE 0.
014945     05  WS-OUT-ENTRY OCCURS 50 TIMES
014950             INDEXED BY OT-IX.
014955         10  WS-OT-JOB-ID       PIC X(08).
014960         10  WS-OT-FROM         PIC X(15).
014965         10  WS-OT-TO           PIC X(15).
014970         10  WS-OT-REQUESTOR    PIC X(08).
014975         10  WS-OT-REASON       PIC X(30).
015000*
015100 01  WS-DATE-CONVERT-FIELDS.
015200     05  WS-DC-DATE             PIC 9(08) VALUE 0.
017000     05  WS-SKIPPED-COUNT-D     PIC 9(05).
017100     05  WS-DISCREPANCY-COUNT-D PIC 9(05).
017110     05  WS-AUDIT-DISC-COUNT-D  PIC 9(05).
017120     05  WS-MISSING-COUNT-D     PIC 9(05).
017130     05  WS-UNREG-COUNT-D       PIC 9(05).
017140     05  WS-SUPPRESSED-COUNT-D  PIC 9(05).
017200*
017300 01  WS-REPORT-LINES.
017400     05  WS-HDR1                PIC X(80) VALUE
019300     PERFORM 1700-LOAD-EXPECTED-RECORD THRU 1700-EXIT
019400         UNTIL WS-EOF.
019450     PERFORM 1500-LOAD-AUDIT-TOTALS THRU 1500-EXIT.
019460     PERFORM 1950-LOAD-REGISTRY THRU 1950-EXIT.
019500     PERFORM 1800-SELECT-APPLICABLE THRU 1800-EXIT.
019600     PERFORM 2000-RECONCILE-ONE-JOB THRU 2000-EXIT
019700         VARYING EX-IX FROM 1 BY 1
019800         UNTIL EX-IX > WS-EXP-COUNT.
019810     PERFORM 3000-CHECK-REGISTRY THRU 3000-EXIT.
019900     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100     GO TO 9999-EXIT.
020600*    AND CLASSIFY THE NIGHT'S DAY TYPE, AND PRIME THE            *
020700*    EXPECTED-FILE READ-AHEAD.  A MISSING CALENDAR IS NOT        *
020800*    FATAL - THE NIGHT STILL CLASSIFIES BY DAY OF WEEK AND       *
020900*    BLANK-DAY-TYPE EXPECTED RECORDS STILL APPLY.  THE          *
020910*    PLANNED-OUTAGE SCHEDULE IS LOADED ONCE THE NIGHT'S WINDOW  *
020920*    IS KNOWN.                                                  *
021000*****************************************************************
021100 1000-INITIALIZE.
021200     MOVE LS-PARM-LEN TO WS-PARM-LEN.
025200         INTO WS-NOW-STAMP.
025300     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
025400     PERFORM 1400-CLASSIFY-NIGHT THRU 1400-EXIT.
025410     PERFORM 1600-LOAD-OUTAGES THRU 1600-EXIT.
025500     IF WS-EXP-STATUS = '00'
025600         AND WS-RPT-STATUS = '00'
025700         PERFORM 1900-WRITE-REPORT-HEADER THRU 1900-EXIT
038491         OR PAND-AUD-TYPE = 'R'
038493         OR PAND-AUD-TYPE = 'T'
038495         OR PAND-AUD-TYPE = 'D'
038496         OR PAND-AUD-TYPE = 'K'
038497         GO TO 1550-EXIT
038499     END-IF.
038501     SET AU-IX TO 1.
038581     END-IF.
038583 1580-EXIT.
038585     EXIT.
038586*
038587*****************************************************************
038588*    1600-LOAD-OUTAGES - READ THE PLANNED-OUTAGE SCHEDULE INTO  *
038589*    A TABLE AND WORK OUT THE STRETCH OF TIME THE NIGHT         *
038590*    COVERS: FROM THE WINDOW START ON THE NIGHT DATE (MIDNIGHT  *
038591*    WHEN THE CALENDAR HAS NO WINDOW, OR WHEN THE WINDOW        *
038592*    STARTS AFTER THE RUN - THE WINDOW OPENED THE EVENING       *
038593*    BEFORE) UP TO THE RUN ITSELF.  A RERUN FOR A NIGHT MORE    *
038594*    THAN A DAY BACK STOPS AT THE END OF THE NIGHT DATE SO      *
038595*    LATER OUTAGES DO NOT SUPPRESS IT.  A SCHEDULE THAT WILL    *
038596*    NOT OPEN IS DIAGNOSED, NOT FATAL - EVERY ALERT IS THEN     *
038597*    RAISED AS USUAL.                                           *
038598*****************************************************************
038599 1600-LOAD-OUTAGES.
038600     MOVE SPACES TO WS-OUT-CHECK-FROM.
038601     IF WS-WINDOW-START NUMERIC
038602         STRING WS-NIGHT-DATE    DELIMITED BY SIZE
038603                 "-"             DELIMITED BY SIZE
038604                 WS-WINDOW-START DELIMITED BY SIZE
038605                 "00"            DELIMITED BY SIZE
038606             INTO WS-OUT-CHECK-FROM
038607     ELSE
038608         STRING WS-NIGHT-DATE    DELIMITED BY SIZE
038609                 "-000000"       DELIMITED BY SIZE
038610             INTO WS-OUT-CHECK-FROM
038611     END-IF.
038612     IF WS-OUT-CHECK-FROM > WS-NOW-STAMP
038613         MOVE "000000" TO WS-OUT-CHECK-FROM(10:6)
038614     END-IF.
038615     MOVE WS-NOW-STAMP TO WS-OUT-CHECK-TO.
038616     MOVE WS-NIGHT-DATE TO WS-DC-DATE.
038617     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
038618     MOVE WS-DC-DAYNUM TO WS-OUT-NIGHT-DAYNUM.
038619     MOVE WS-TS-DATE TO WS-DC-DATE.
038620     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
038621     IF WS-DC-DAYNUM > WS-OUT-NIGHT-DAYNUM + 1
038622         MOVE SPACES TO WS-OUT-CHECK-TO
038623         STRING WS-NIGHT-DATE    DELIMITED BY SIZE
038624                 "-235959"       DELIMITED BY SIZE
038625             INTO WS-OUT-CHECK-TO
038626     END-IF.
038627     OPEN INPUT OUT-FILE.
038628     IF WS-OUT-STATUS NOT = '00'
038629         DISPLAY "PANDORA RECON - OUTAGE SCHEDULE OPEN FAILED - "
038630             "STATUS " WS-OUT-STATUS
038631             " - OUTAGE CHECKS SKIPPED"
038632         GO TO 1600-EXIT
038633     END-IF.
038634     PERFORM 1650-LOAD-ONE-OUTAGE THRU 1650-EXIT
038635         UNTIL WS-OUT-EOF.
038636     CLOSE OUT-FILE.
038637 1600-EXIT.
038638     EXIT.
038639*
038640*****************************************************************
038641*    1650-LOAD-ONE-OUTAGE - FILE ONE OUTAGE RECORD IN THE       *
038642*    TABLE.  BLANK AND COMMENT RECORDS ARE SKIPPED.  A RECORD   *
038643*    WHOSE FROM/TO STAMPS ARE NOT USABLE, OR WHOSE TO STAMP     *
038644*    IS BEFORE ITS FROM STAMP, IS DIAGNOSED AND DROPPED, AS     *
038645*    ARE RECORDS OVERFLOWING THE TABLE.                         *
038646*****************************************************************
038647 1650-LOAD-ONE-OUTAGE.
038648     READ OUT-FILE
038649         AT END
038650             SET WS-OUT-EOF TO TRUE
038651             GO TO 1650-EXIT
038652     END-READ.
038653     IF WS-OUT-STATUS NOT = '00'
038654         DISPLAY "PANDORA RECON - OUTAGE SCHEDULE READ FAILED - "
038655             "STATUS " WS-OUT-STATUS
038656         SET WS-OUT-EOF TO TRUE
038657         GO TO 1650-EXIT
038658     END-IF.
038659     IF PAND-OUT-JOB-ID = SPACES
038660         OR (PAND-OUT-JOB-ID(1:1) = '*'
038661             AND NOT PAND-OUT-ALL-JOBS)
038662         GO TO 1650-EXIT
038663     END-IF.
038664     IF PAND-OUT-FROM-STAMP(1:8) NOT NUMERIC
038665         OR PAND-OUT-FROM-STAMP(9:1) NOT = '-'
038666         OR PAND-OUT-FROM-STAMP(10:6) NOT NUMERIC
038667         OR PAND-OUT-TO-STAMP(1:8) NOT NUMERIC
038668         OR PAND-OUT-TO-STAMP(9:1) NOT = '-'
038669         OR PAND-OUT-TO-STAMP(10:6) NOT NUMERIC
038670         OR PAND-OUT-TO-STAMP < PAND-OUT-FROM-STAMP
038671         DISPLAY "PANDORA RECON - OUTAGE FOR " PAND-OUT-JOB-ID
038672             " HAS UNUSABLE FROM/TO STAMPS - DROPPED"
038673         GO TO 1650-EXIT
038674     END-IF.
038675     IF WS-OUT-COUNT >= WS-OUT-MAX
038676         DISPLAY "PANDORA RECON - OUTAGE TABLE FULL - "
038677             "OUTAGE FOR " PAND-OUT-JOB-ID " DROPPED"
038678         GO TO 1650-EXIT
038679     END-IF.
038680     ADD 1 TO WS-OUT-COUNT.
038681     SET OT-IX TO WS-OUT-COUNT.
038682     MOVE PAND-OUT-JOB-ID TO WS-OT-JOB-ID (OT-IX).
038683     MOVE PAND-OUT-FROM-STAMP TO WS-OT-FROM (OT-IX).
038684     MOVE PAND-OUT-TO-STAMP TO WS-OT-TO (OT-IX).
038685     MOVE PAND-OUT-REQUESTOR TO WS-OT-REQUESTOR (OT-IX).
038686     MOVE PAND-OUT-REASON TO WS-OT-REASON (OT-IX).
038687 1650-EXIT.
038688     EXIT.
038689*
038690*****************************************************************
038700*    1700-LOAD-EXPECTED-RECORD - FILE THE EXPECTED RECORD JUST  *
038800*    READ AHEAD INTO THE TABLE AND READ THE NEXT ONE.           *
038900*****************************************************************
049200     END-IF.
049300 1900-EXIT.
049400     EXIT.
049401*
049402*****************************************************************
049403*    1950-LOAD-REGISTRY - READ THE CANARY INSTANCE REGISTRY     *
049404*    INTO A TABLE FOR THE REGISTRY EXCEPTION SECTION.  A        *
049405*    REGISTRY THAT WILL NOT OPEN IS DIAGNOSED AND THE SECTION   *
049406*    IS LEFT OUT.                                               *
049407*****************************************************************
049408 1950-LOAD-REGISTRY.
049409     OPEN INPUT REG-FILE.
049410     IF WS-REG-STATUS NOT = '00'
049411         DISPLAY "PANDORA RECON - REGISTRY OPEN FAILED - "
049412             "STATUS " WS-REG-STATUS
049413             " - REGISTRY CHECKS SKIPPED"
049414         GO TO 1950-EXIT
049415     END-IF.
049416     SET WS-REGF-OPEN-OK TO TRUE.
049417     PERFORM 1960-LOAD-ONE-REGISTRATION THRU 1960-EXIT
049418         UNTIL WS-REG-EOF.
049419     CLOSE REG-FILE.
049420 1950-EXIT.
049421     EXIT.
049422*
049423*****************************************************************
049424*    1960-LOAD-ONE-REGISTRATION - FILE ONE REGISTRY RECORD IN   *
049425*    THE TABLE.  A LIVE DATE THAT IS NOT NUMERIC IS TAKEN AS    *
049426*    ZERO (ALREADY LIVE).  OVERFLOWING RECORDS ARE DIAGNOSED    *
049427*    AND DROPPED.                                               *
049428*****************************************************************
049429 1960-LOAD-ONE-REGISTRATION.
049430     READ REG-FILE
049431         AT END
049432             SET WS-REG-EOF TO TRUE
049433             GO TO 1960-EXIT
049434     END-READ.
049435     IF WS-REG-STATUS NOT = '00'
049436         DISPLAY "PANDORA RECON - REGISTRY READ FAILED - "
049437             "STATUS " WS-REG-STATUS
049438         SET WS-REG-EOF TO TRUE
049439         GO TO 1960-EXIT
049440     END-IF.
049441     IF WS-REG-COUNT >= WS-REG-MAX
049442         DISPLAY "PANDORA RECON - REGISTRY TABLE FULL - "
049443             "JOB " PAND-REG-JOB-ID " DROPPED"
049444         GO TO 1960-EXIT
049445     END-IF.
049446     ADD 1 TO WS-REG-COUNT.
049447     SET RG-IX TO WS-REG-COUNT.
049448     MOVE PAND-REG-JOB-ID TO WS-RG-JOB-ID (RG-IX).
049449     MOVE PAND-REG-STATUS TO WS-RG-STATUS (RG-IX).
049450     MOVE PAND-REG-ONCALL TO WS-RG-ONCALL (RG-IX).
049451     IF PAND-REG-LIVE-DATE NUMERIC
049452         MOVE PAND-REG-LIVE-DATE TO WS-RG-LIVE-DATE (RG-IX)
049453     ELSE
049454         MOVE 0 TO WS-RG-LIVE-DATE (RG-IX)
049455     END-IF.
049456 1960-EXIT.
049457     EXIT.
049500*
049600*****************************************************************
049700*    2000-RECONCILE-ONE-JOB - THE THREE-WAY MATCH FOR ONE       *
050070*    DISAGREEING WITH THE COUNTER OR GOING MISSING.  ANY LEG    *
050080*    THAT DISAGREES IS NAMED ON THE REPORT LINE AND COUNTED.    *
050090*    RECORDS FOR OTHER DAY TYPES ARE COUNTED AS PASSED OVER.    *
050092*    A DISCREPANCY FOR A JOB INSIDE A PLANNED OUTAGE IS STILL   *
050094*    REPORTED, BUT ITS LEGS ARE TAKEN BACK OUT OF THE           *
050096*    DISCREPANCY COUNTS AND ITS ALERT IS FILED AS SUPPRESSED.   *
050100*****************************************************************
050200 2000-RECONCILE-ONE-JOB.
050300     IF WS-EX-USE-FLAG (EX-IX) NOT = 'Y'
050500         GO TO 2000-EXIT
050600     END-IF.
050700     ADD 1 TO WS-RECORD-COUNT.
050710     MOVE WS-DISCREPANCY-COUNT TO WS-PRIOR-DISC-COUNT.
050720     MOVE WS-AUDIT-DISC-COUNT TO WS-PRIOR-AUDIT-COUNT.
050800     MOVE 'N' TO WS-CKPT-FOUND-SWITCH.
050900     MOVE 0 TO WS-ACTUAL-CYCLES.
051000     MOVE WS-EX-JOB-ID (EX-IX) TO PAND-CKPT-JOB-ID.
053260         END-IF
053270     END-IF.
053280 2000-REPORT.
053290     MOVE 'N' TO WS-IN-OUTAGE-SWITCH.
053300     IF WS-STATUS-TEXT NOT = "MATCH"
053310         MOVE WS-EX-JOB-ID (EX-IX) TO WS-ALERT-JOB-ID
053320         PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT
053330         IF WS-IN-OUTAGE
053340             MOVE WS-PRIOR-DISC-COUNT TO WS-DISCREPANCY-COUNT
053350             MOVE WS-PRIOR-AUDIT-COUNT TO WS-AUDIT-DISC-COUNT
053360             ADD 1 TO WS-SUPPRESSED-COUNT
053370         END-IF
053380         PERFORM 2200-WRITE-ALERT-EVENT THRU 2200-EXIT
053390     END-IF.
053400     PERFORM 2100-WRITE-DETAIL-LINE THRU 2100-EXIT.
053500 2000-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900*    2100-WRITE-DETAIL-LINE - REPORT ONE JOB'S RECONCILIATION    *
054000*    RESULT TO THE REPORT FILE AND TO THE CONSOLE, WITH THE     *
054010*    COVERING OUTAGE UNDER IT WHEN THE ALERT WAS SUPPRESSED.    *
054100*****************************************************************
054200 2100-WRITE-DETAIL-LINE.
054300     MOVE SPACES TO RPT-LINE.
055800             WS-RPT-STATUS
055900     END-IF.
056000     DISPLAY RPT-LINE.
056005     IF WS-IN-OUTAGE
056010         MOVE SPACES TO RPT-LINE
056015         STRING "    SUPPRESSED - PLANNED OUTAGE "
056017                     DELIMITED BY SIZE
056020                 WS-OT-REQUESTOR (OT-IX) DELIMITED BY SPACE
056025                 " " DELIMITED BY SIZE
056030                 WS-OT-REASON (OT-IX) DELIMITED BY SIZE
056035             INTO RPT-LINE
056040         WRITE RPT-LINE
056041         IF WS-RPT-STATUS NOT = '00'
056042             DISPLAY "PANDORA RECON - REPORT WRITE FAILED - "
056043                 "STATUS " WS-RPT-STATUS
056044         END-IF
056045         DISPLAY RPT-LINE
056050     END-IF.
056100 2100-EXIT.
056200     EXIT.
056210*
056800*    RUN TIMESTAMP AND A SEQUENCE NUMBER BUMPED PAST ANY         *
056900*    EVENT ALREADY FILED FOR THE SAME SECOND.  A MASTER THAT     *
057000*    IS NOT OPEN IS PASSED OVER - THE REPORT LINE AND THE        *
057100*    RETURN CODE STILL CARRY THE DISCREPANCY.  INSIDE A          *
057110*    PLANNED OUTAGE THE EVENT IS FILED AS SUPPRESSED.           *
057200*****************************************************************
057300 2200-WRITE-ALERT-EVENT.
057400     IF NOT WS-ALTF-OPEN-OK
057900     MOVE 0 TO PAND-ALT-SEQ.
058000     MOVE "PANDRECN" TO PAND-ALT-SOURCE.
058100     MOVE 'W' TO PAND-ALT-SEVERITY.
058300     MOVE SPACES TO PAND-ALT-TEXT.
058400     STRING "E " DELIMITED BY SIZE
058500             WS-EX-CYCLES (EX-IX) DELIMITED BY SIZE
059100     MOVE SPACES TO PAND-ALT-ACK-INITS.
059200     MOVE SPACES TO PAND-ALT-ACK-STAMP.
059300     MOVE SPACES TO PAND-ALT-ACK-NOTE.
059305     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
059310     PERFORM 7350-SET-ALERT-STATUS THRU 7350-EXIT.
059400     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
059500     PERFORM 2250-WRITE-ONE-ALERT THRU 2250-EXIT
059600         UNTIL WS-ALTF-DONE
063700     END-IF.
063800 2900-EXIT.
063900     EXIT.
063905*
063910*****************************************************************
063915*    3000-CHECK-REGISTRY - THE REGISTRY EXCEPTION SECTION:      *
063920*    EVERY ACTIVE REGISTERED CANARY LIVE BY THE NIGHT DATE      *
063925*    THAT LEFT NO CHECKPOINT OR NO AUDIT RECORDS, THEN EVERY    *
063930*    JOB IN THE AUDIT GENERATION THAT IS NOT ACTIVELY           *
063935*    REGISTERED.  A LEG THAT IS NOT USABLE TONIGHT (NO          *
063940*    CHECKPOINT FILE, NO AUDIT GENERATION) IS NOT HELD AGAINST  *
063945*    THE REGISTERED CANARIES - THE MAIN SECTION ALREADY SAYS    *
063950*    SO.                                                        *
063955*****************************************************************
063960 3000-CHECK-REGISTRY.
063965     IF NOT WS-REGF-OPEN-OK
063970         GO TO 3000-EXIT
063975     END-IF.
063980     MOVE WS-HDR2 TO RPT-LINE.
063985     WRITE RPT-LINE.
063990     MOVE "CANARY REGISTRY EXCEPTIONS" TO RPT-LINE.
063995     WRITE RPT-LINE.
064000     DISPLAY RPT-LINE.
064005     PERFORM 3100-CHECK-ONE-REGISTRATION THRU 3100-EXIT
064010         VARYING RG-IX FROM 1 BY 1
064015         UNTIL RG-IX > WS-REG-COUNT.
064020     PERFORM 3200-CHECK-ONE-AUDIT-JOB THRU 3200-EXIT
064025         VARYING AU-IX FROM 1 BY 1
064030         UNTIL AU-IX > WS-AUT-COUNT.
064035 3000-EXIT.
064040     EXIT.
064045*
064050*****************************************************************
064055*    3100-CHECK-ONE-REGISTRATION - DID THIS REGISTERED CANARY   *
064060*    LEAVE A CHECKPOINT AND AUDIT RECORDS FOR THE NIGHT.        *
064065*****************************************************************
064070 3100-CHECK-ONE-REGISTRATION.
064075     IF WS-RG-STATUS (RG-IX) NOT = 'A'
064080         OR WS-RG-LIVE-DATE (RG-IX) > WS-NIGHT-DATE
064085         GO TO 3100-EXIT
064090     END-IF.
064095     MOVE 'N' TO WS-CKPT-FOUND-SWITCH.
064100     IF WS-CKPT-OPEN-OK
064105         MOVE WS-RG-JOB-ID (RG-IX) TO PAND-CKPT-JOB-ID
064110         READ CKPT-FILE
064115             INVALID KEY
064120                 CONTINUE
064125             NOT INVALID KEY
064130                 SET WS-CKPT-RECORD-FOUND TO TRUE
064135         END-READ
064140     ELSE
064145         SET WS-CKPT-RECORD-FOUND TO TRUE
064150     END-IF.
064155     MOVE 'N' TO WS-AUD-FOUND-SWITCH.
064160     IF WS-AUD-LEG-OK
064165         SET AU-IX TO 1
064170         SEARCH WS-AUT-ENTRY
064175             AT END
064180                 CONTINUE
064185             WHEN AU-IX > WS-AUT-COUNT
064190                 CONTINUE
064195             WHEN WS-AUT-JOB-ID (AU-IX) = WS-RG-JOB-ID (RG-IX)
064200                 SET WS-AUD-JOB-FOUND TO TRUE
064205         END-SEARCH
064210     ELSE
064215         SET WS-AUD-JOB-FOUND TO TRUE
064220     END-IF.
064225     IF WS-CKPT-RECORD-FOUND AND WS-AUD-JOB-FOUND
064230         GO TO 3100-EXIT
064235     END-IF.
064236     MOVE WS-RG-JOB-ID (RG-IX) TO WS-ALERT-JOB-ID.
064237     PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT.
064238     IF WS-IN-OUTAGE
064239         ADD 1 TO WS-SUPPRESSED-COUNT
064240     ELSE
064241         ADD 1 TO WS-MISSING-COUNT
064242     END-IF.
064245     MOVE SPACES TO WS-REG-EXCEPTION-TEXT.
064250     IF NOT WS-CKPT-RECORD-FOUND AND NOT WS-AUD-JOB-FOUND
064255         STRING "REGISTERED - NO CKPT/AUDIT - ONCALL "
064260                     DELIMITED BY SIZE
064265                 WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
064270             INTO WS-REG-EXCEPTION-TEXT
064275     ELSE
064280         IF NOT WS-CKPT-RECORD-FOUND
064285             STRING "REGISTERED - NO CKPT - ONCALL "
064290                         DELIMITED BY SIZE
064295                     WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
064300                 INTO WS-REG-EXCEPTION-TEXT
064305         ELSE
064310             STRING "REGISTERED - NO AUDIT - ONCALL "
064315                         DELIMITED BY SIZE
064320                     WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
064325                 INTO WS-REG-EXCEPTION-TEXT
064330         END-IF
064335     END-IF.
064345     PERFORM 7200-WRITE-REGISTRY-EXCEPTION THRU 7200-EXIT.
064350 3100-EXIT.
064355     EXIT.
064360*
064365*****************************************************************
064370*    3200-CHECK-ONE-AUDIT-JOB - IS THIS JOB IN THE AUDIT        *
064375*    GENERATION ACTIVELY REGISTERED.                            *
064380*****************************************************************
064385 3200-CHECK-ONE-AUDIT-JOB.
064390     MOVE 'N' TO WS-REG-FOUND-SWITCH.
064395     SET RG-IX TO 1.
064400     SEARCH WS-REG-ENTRY
064405         AT END
064410             CONTINUE
064415         WHEN RG-IX > WS-REG-COUNT
064420             CONTINUE
064425         WHEN WS-RG-JOB-ID (RG-IX) = WS-AUT-JOB-ID (AU-IX)
064430             SET WS-REG-FOUND TO TRUE
064435     END-SEARCH.
064440     IF WS-REG-FOUND
064445         IF WS-RG-STATUS (RG-IX) = 'A'
064450             GO TO 3200-EXIT
064455         END-IF
064460         MOVE "AUDIT PRESENT - REGISTRATION RETIRED"
064465             TO WS-REG-EXCEPTION-TEXT
064470     ELSE
064475         MOVE "AUDIT PRESENT - NOT ON CANARY REGISTRY"
064480             TO WS-REG-EXCEPTION-TEXT
064485     END-IF.
064495     MOVE WS-AUT-JOB-ID (AU-IX) TO WS-ALERT-JOB-ID.
064496     PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT.
064497     IF WS-IN-OUTAGE
064498         ADD 1 TO WS-SUPPRESSED-COUNT
064499     ELSE
064500         ADD 1 TO WS-UNREG-COUNT
064501     END-IF.
064502     PERFORM 7200-WRITE-REGISTRY-EXCEPTION THRU 7200-EXIT.
064505 3200-EXIT.
064510     EXIT.
065000*
065009*****************************************************************
065018*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
065027*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
065036*    THE DAY OF WEEK FALLS OUT OF A DIVIDE BY SEVEN.  LEAP      *
065045*    DAYS ARE COUNTED THROUGH THE PRIOR YEAR WHEN THE MONTH     *
065054*    IS JANUARY OR FEBRUARY SO THE CURRENT YEAR'S LEAP DAY IS   *
065063*    ONLY INCLUDED ONCE MARCH IS REACHED.  THE DIVIDES ARE      *
065072*    SEPARATE STATEMENTS SO EACH QUOTIENT TRUNCATES ON ITS      *
065081*    OWN INSTEAD OF CARRYING DECIMALS THROUGH THE EXPRESSION.   *
065090*****************************************************************
065100 7100-CONVERT-DATE-TO-DAYS.
065200     IF WS-DC-MONTH > 2
065300         MOVE WS-DC-YEAR TO WS-DC-LEAP-YEAR
066200         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
066300 7100-EXIT.
066400     EXIT.
066402*
066404*****************************************************************
066406*    7200-WRITE-REGISTRY-EXCEPTION - ONE REGISTRY EXCEPTION     *
066408*    LINE FOR WS-ALERT-JOB-ID ON THE REPORT AND THE CONSOLE,    *
066410*    AND THE SAME TEXT FILED ON THE ALERT MASTER THROUGH THE    *
066412*    ORDINARY WRITE-ONE-ALERT RETRY LOOP.  AN EXCEPTION INSIDE  *
066413*    A PLANNED OUTAGE IS MARKED SUPPRESSED ON BOTH.             *
066414*****************************************************************
066416 7200-WRITE-REGISTRY-EXCEPTION.
066418     MOVE SPACES TO RPT-LINE.
066420     STRING "JOB " DELIMITED BY SIZE
066422             WS-ALERT-JOB-ID     DELIMITED BY SIZE
066424             " " DELIMITED BY SIZE
066426             WS-REG-EXCEPTION-TEXT DELIMITED BY SIZE
066428         INTO RPT-LINE.
066429     IF WS-IN-OUTAGE
066430         MOVE "- SUPPRESSED (OUTAGE)" TO RPT-LINE(55:26)
066431     END-IF.
066432     WRITE RPT-LINE.
066433     IF WS-RPT-STATUS NOT = '00'
066434         DISPLAY "PANDORA RECON - REPORT WRITE FAILED - STATUS "
066435             WS-RPT-STATUS
066436     END-IF.
066437     DISPLAY RPT-LINE.
066438     IF NOT WS-ALTF-OPEN-OK
066439         GO TO 7200-EXIT
066440     END-IF.
066441     MOVE WS-ALERT-JOB-ID TO PAND-ALT-JOB-ID.
066442     MOVE WS-NOW-STAMP TO PAND-ALT-TIMESTAMP.
066444     MOVE 0 TO PAND-ALT-SEQ.
066446     MOVE "PANDRECN" TO PAND-ALT-SOURCE.
066448     MOVE 'W' TO PAND-ALT-SEVERITY.
066452     MOVE WS-REG-EXCEPTION-TEXT TO PAND-ALT-TEXT.
066454     MOVE SPACES TO PAND-ALT-ACK-INITS.
066456     MOVE SPACES TO PAND-ALT-ACK-STAMP.
066458     MOVE SPACES TO PAND-ALT-ACK-NOTE.
066459     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
066460     PERFORM 7350-SET-ALERT-STATUS THRU 7350-EXIT.
066461     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
066462     PERFORM 2250-WRITE-ONE-ALERT THRU 2250-EXIT
066464         UNTIL WS-ALTF-DONE
066466         OR PAND-ALT-SEQ > 998.
066468 7200-EXIT.
066470     EXIT.
066472*
066474*****************************************************************
066476*    7300-CHECK-OUTAGE - IS WS-ALERT-JOB-ID INSIDE A DECLARED   *
066478*    PLANNED OUTAGE DURING THE NIGHT?  AN OUTAGE FOR THE JOB    *
066480*    ITSELF OR FOR *ALL COVERS IT WHEN ITS FROM/TO RANGE        *
066482*    OVERLAPS THE NIGHT'S CHECK RANGE.  WS-IN-OUTAGE IS SET     *
066484*    AND OT-IX LEFT ON THE OUTAGE WHEN ONE IS FOUND.            *
066486*****************************************************************
066488 7300-CHECK-OUTAGE.
066490     MOVE 'N' TO WS-IN-OUTAGE-SWITCH.
066492     IF WS-OUT-COUNT = 0
066494         GO TO 7300-EXIT
066496     END-IF.
066498     MOVE WS-ALERT-JOB-ID TO WS-OUT-CHECK-JOB-ID.
066500     SET OT-IX TO 1.
066502     SEARCH WS-OUT-ENTRY
066504         AT END
066506             CONTINUE
066508         WHEN OT-IX > WS-OUT-COUNT
066510             CONTINUE
066512         WHEN (WS-OT-JOB-ID (OT-IX) = WS-OUT-CHECK-JOB-ID
066514                 OR WS-OT-JOB-ID (OT-IX) = '*ALL')
066516             AND WS-OT-FROM (OT-IX) NOT > WS-OUT-CHECK-TO
066518             AND WS-OT-TO (OT-IX) NOT < WS-OUT-CHECK-FROM
066520             SET WS-IN-OUTAGE TO TRUE
066522     END-SEARCH.
066524 7300-EXIT.
066526     EXIT.
066528*
066530*****************************************************************
066532*    7350-SET-ALERT-STATUS - AN EVENT IS BORN OPEN, OR          *
066534*    SUPPRESSED WHEN THE LAST OUTAGE CHECK FOUND ONE - THEN     *
066536*    THE ACK NOTE CARRIES THE OUTAGE REQUESTOR AND REASON.      *
066538*****************************************************************
066540 7350-SET-ALERT-STATUS.
066542     IF WS-IN-OUTAGE
066544         MOVE 'S' TO PAND-ALT-STATUS
066546         STRING "OUTAGE " DELIMITED BY SIZE
066548                 WS-OT-REQUESTOR (OT-IX) DELIMITED BY SPACE
066550                 " " DELIMITED BY SIZE
066552                 WS-OT-REASON (OT-IX) DELIMITED BY SIZE
066554             INTO PAND-ALT-ACK-NOTE
066556     ELSE
066558         MOVE 'O' TO PAND-ALT-STATUS
066560     END-IF.
066562 7350-EXIT.
066564     EXIT.
066566*
066600*****************************************************************
066700*    8000-WRITE-SUMMARY - TOTAL UP THE RUN AND REPORT HOW MANY   *
066800*    JOBS WERE RECONCILED, HOW MANY RECORDS WERE PASSED OVER     *
066900*    FOR OTHER DAY TYPES, AND HOW MANY DISCREPANCIES WERE        *
067000*    FOUND, PLUS THE TWO REGISTRY EXCEPTION COUNTS AND THE       *
067010*    ALERTS SUPPRESSED BY A PLANNED OUTAGE.                      *
067100*****************************************************************
067200 8000-WRITE-SUMMARY.
067300     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-D.
069540         INTO RPT-LINE.
069550     WRITE RPT-LINE.
069560     DISPLAY RPT-LINE.
069562     IF WS-REGF-OPEN-OK
069564         MOVE WS-MISSING-COUNT TO WS-MISSING-COUNT-D
069566         MOVE WS-UNREG-COUNT TO WS-UNREG-COUNT-D
069568         MOVE SPACES TO RPT-LINE
069570         STRING "REGISTERED, NOT SEEN . . . . : "
069572                     DELIMITED BY SIZE
069574                 WS-MISSING-COUNT-D  DELIMITED BY SIZE
069576             INTO RPT-LINE
069578         WRITE RPT-LINE
069580         DISPLAY RPT-LINE
069582         MOVE SPACES TO RPT-LINE
069584         STRING "AUDITED, NOT REGISTERED. . . : "
069586                     DELIMITED BY SIZE
069588                 WS-UNREG-COUNT-D    DELIMITED BY SIZE
069590             INTO RPT-LINE
069592         WRITE RPT-LINE
069594         DISPLAY RPT-LINE
069596     END-IF.
069601     IF WS-OUT-COUNT > 0
069606         MOVE WS-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT-D
069611         MOVE SPACES TO RPT-LINE
069616         STRING "SUPPRESSED - PLANNED OUTAGE. : "
069621                     DELIMITED BY SIZE
069626                 WS-SUPPRESSED-COUNT-D DELIMITED BY SIZE
069631             INTO RPT-LINE
069636         WRITE RPT-LINE
069641         DISPLAY RPT-LINE
069646     END-IF.
069651 8000-EXIT.
069700     EXIT.
069800*
069900*****************************************************************
070300*    WAS RECONCILED, SO THE ZERO DISCREPANCY COUNTS MUST NOT     *
070400*    READ AS CLEAN), 8 FOR ANY AUDIT-LEG DISCREPANCY - THE       *
070410*    DURABLE RECORD DISAGREES OR IS MISSING - AND 4 FOR A        *
070500*    CHECKPOINT-ONLY DISCREPANCY.  A REGISTERED CANARY THAT      *
070510*    LEFT NO CHECKPOINT OR AUDIT IS AN 8 AS WELL; A JOB THAT     *
070520*    RAN WITHOUT BEING REGISTERED IS A 4.  EXCEPTIONS            *
070530*    SUPPRESSED BY A PLANNED OUTAGE ARE NOT COUNTED.             *
070600*****************************************************************
070700 9000-TERMINATE.
070800     CLOSE EXP-FILE.
071500         MOVE 16 TO RETURN-CODE
071600     ELSE
071650         IF WS-AUDIT-DISC-COUNT > 0
071655             OR WS-MISSING-COUNT > 0
071660             MOVE 8 TO RETURN-CODE
071670         ELSE
071700             IF WS-DISCREPANCY-COUNT > 0
071710                 OR WS-UNREG-COUNT > 0
071800                 MOVE 4 TO RETURN-CODE
071900             ELSE
072000                 MOVE 0 TO RETURN-CODE
