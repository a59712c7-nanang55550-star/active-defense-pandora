002960*   2026-09-02  DLM  SHORTENED THE STALE-ALERT TEXT SO THE       *
002970*                    FULL CHECKPOINT TIMESTAMP FITS THE          *
002980*                    50-BYTE ALERT MESSAGE WITHOUT TRUNCATION.   *
002981*   2026-10-15  DLM  CHECK THE SWEEP AGAINST THE CANARY INSTANCE *
002982*                    REGISTRY: A CHECKPOINT FOR A JOB ID THAT IS *
002983*                    NOT ACTIVELY REGISTERED IS FILED AS AN      *
002984*                    UNREGISTERED-CANARY EXCEPTION, AND AN       *
002985*                    ACTIVE REGISTERED CANARY PAST ITS LIVE DATE *
002986*                    WITH NO CHECKPOINT AT ALL IS PAGED AND      *
002987*                    FILED AS A MISSING-CANARY EXCEPTION (RC 8,  *
002988*                    THE SAME AS A STALE ONE).  AN UNREGISTERED  *
002989*                    CANARY ALONE ENDS THE SWEEP RC 4.  A        *
002990*                    REGISTRY THAT WILL NOT OPEN SKIPS BOTH      *
002991*                    CHECKS WITH A DIAGNOSTIC.                   *
003001*   2026-10-15  DLM  HONOR THE PLANNED-OUTAGE SCHEDULE ON        *
003011*                    PAND.CNTL.OUTAGE: A STALE, UNREADABLE,      *
003021*                    UNREGISTERED OR MISSING CANARY WHOSE JOB    *
003031*                    (OR *ALL) IS INSIDE A DECLARED OUTAGE AT    *
003041*                    SWEEP TIME IS NOT PAGED AND DOES NOT SET    *
003051*                    THE CONDITION CODE - IT IS FILED ON THE     *
003061*                    ALERT MASTER AS SUPPRESSED AND COUNTED IN   *
003071*                    THE SWEEP SUMMARY.  AN OUTAGE DATASET THAT  *
003081*                    WILL NOT OPEN IS DIAGNOSED, NOT FATAL.      *
003083*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
003085*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
003087*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
003089*                    YET SENT.                                   *
003091*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003830         ACCESS MODE IS RANDOM
003840         RECORD KEY IS PAND-ALT-KEY
003850         FILE STATUS IS WS-ALT-STATUS.
003855     SELECT REG-FILE ASSIGN TO REGFILE
003860         ORGANIZATION IS INDEXED
003865         ACCESS MODE IS SEQUENTIAL
003870         RECORD KEY IS PAND-REG-JOB-ID
003875         FILE STATUS IS WS-REG-STATUS.
003880     SELECT OUT-FILE ASSIGN TO OUTFILE
003885         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS WS-OUT-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004420 FD  ALERT-FILE
004430     RECORDING MODE IS F.
004440     COPY PANDALT.
004450*
004460 FD  REG-FILE
004470     RECORDING MODE IS F.
004480     COPY PANDREG.
004482*
004484 FD  OUT-FILE
004486     RECORDING MODE IS F.
004488     COPY PANDOUT.
004500*
004600 WORKING-STORAGE SECTION.
004700*
005220         88  WS-ALTF-OPEN-OK        VALUE 'Y'.
005230     05  WS-ALTF-DONE-SWITCH    PIC X(01) VALUE 'N'.
005240         88  WS-ALTF-DONE           VALUE 'Y'.
005245     05  WS-REGF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005250         88  WS-REGF-OPEN-OK        VALUE 'Y'.
005255     05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
005260         88  WS-REG-EOF             VALUE 'Y'.
005265     05  WS-REG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
005270         88  WS-REG-FOUND           VALUE 'Y'.
005275     05  WS-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
005280         88  WS-OUT-EOF             VALUE 'Y'.
005285     05  WS-IN-OUTAGE-SWITCH    PIC X(01) VALUE 'N'.
005290         88  WS-IN-OUTAGE           VALUE 'Y'.
005300*
005400 01  WS-FILE-STATUSES.
005500     05  WS-CKPT-STATUS         PIC X(02) VALUE '00'.
005510     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
005520     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
005530     05  WS-OUT-STATUS          PIC X(02) VALUE '00'.
005600*
005700 01  WS-COUNTERS.
005800     05  WS-RECORD-COUNT        PIC 9(05) COMP VALUE 0.
005900     05  WS-STALE-COUNT         PIC 9(05) COMP VALUE 0.
005910     05  WS-UNREG-COUNT         PIC 9(05) COMP VALUE 0.
005920     05  WS-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
005930     05  WS-SUPPRESSED-COUNT    PIC 9(05) COMP VALUE 0.
006000*
006100 01  WS-STALE-MINUTES           PIC 9(05) VALUE 30.
006200 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
008300 01  WS-ELAPSED-MINUTES         PIC S9(07) COMP VALUE 0.
008400 01  WS-ELAPSED-MINUTES-D       PIC 9(05) VALUE 0.
008410 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
008415 01  WS-ALERT-JOB-ID            PIC X(08) VALUE SPACES.
008420*
008425 01  WS-REGISTRY-TABLE-FIELDS.
008430     05  WS-REG-MAX             PIC 9(03) COMP VALUE 100.
008435     05  WS-REG-COUNT           PIC 9(03) COMP VALUE 0.
008440     05  WS-REG-LOOKUP-ID       PIC X(08) VALUE SPACES.
008445     05  WS-REG-ENTRY OCCURS 100 TIMES
008450             INDEXED BY RG-IX.
008455         10  WS-RG-JOB-ID       PIC X(08).
008460         10  WS-RG-STATUS       PIC X(01).
008465         10  WS-RG-ONCALL       PIC X(08).
008470         10  WS-RG-LIVE-DATE    PIC 9(08).
008475         10  WS-RG-SEEN-FLAG    PIC X(01).
008476*
008477 01  WS-OUTAGE-TABLE-FIELDS.
008478     05  WS-OUT-MAX             PIC 9(03) COMP VALUE 50.
008479     05  WS-OUT-COUNT           PIC 9(03) COMP VALUE 0.
008480     05  WS-OUT-CHECK-JOB-ID    PIC X(08) VALUE SPACES.
008481     05  WS-OUT-CHECK-FROM      PIC X(15) VALUE SPACES.
008482     05  WS-OUT-CHECK-TO        PIC X(15) VALUE SPACES.
008483     05  WS-OUT-ENTRY OCCURS 50 TIMES
008484             INDEXED BY OT-IX.
008485         10  WS-OT-JOB-ID       PIC X(08).
008486         10  WS-OT-FROM         PIC X(15).
008487         10  WS-OT-TO           PIC X(15).
008488         10  WS-OT-REQUESTOR    PIC X(08).
008489         10  WS-OT-REASON       PIC X(30).
008500*
008600 01  WS-DATE-CONVERT-FIELDS.
008700     05  WS-DC-DATE             PIC 9(08) VALUE 0.
011400     END-IF.
011500     PERFORM 2000-CHECK-ONE-HEARTBEAT THRU 2000-EXIT
011600         UNTIL WS-EOF.
011610     PERFORM 3000-CHECK-REGISTERED-MISSING THRU 3000-EXIT.
011700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900     GO TO 9999-EXIT.
012100*****************************************************************
012200*    1000-INITIALIZE - PICK UP THE STALE-MINUTES PARM, TAKE     *
012300*    THE CURRENT DATE/TIME ONCE FOR THE WHOLE SWEEP, OPEN THE   *
012400*    CHECKPOINT DATASET, LOAD THE CANARY REGISTRY AND THE       *
012410*    PLANNED-OUTAGE SCHEDULE AND PRIME THE READ-AHEAD.          *
012500*****************************************************************
012600 1000-INITIALIZE.
012700     MOVE LS-PARM-LEN TO WS-PARM-LEN.
014950         DISPLAY "PANDORA WATCHDOG - ALERT MASTER OPEN FAILED "
014960             "- STATUS " WS-ALT-STATUS
014970     END-IF.
014980     PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT.
014985     MOVE WS-NOW-STAMP TO WS-OUT-CHECK-FROM.
014990     MOVE WS-NOW-STAMP TO WS-OUT-CHECK-TO.
014995     PERFORM 1700-LOAD-OUTAGES THRU 1700-EXIT.
015000     IF NOT WS-OPEN-FAILED
015100         PERFORM 2900-READ-CHECKPOINT-RECORD THRU 2900-EXIT
015200     END-IF.
015300 1000-EXIT.
015400     EXIT.
015401*
015402*****************************************************************
015403*    1600-LOAD-REGISTRY - READ THE CANARY INSTANCE REGISTRY     *
015404*    INTO A TABLE SO EACH CHECKPOINT CAN BE CHECKED AGAINST IT  *
015405*    AND, AFTER THE SWEEP, EVERY ACTIVE CANARY WITH NO          *
015406*    CHECKPOINT CAN BE NAMED.  A REGISTRY THAT WILL NOT OPEN    *
015407*    IS DIAGNOSED, NOT FATAL - THE STALE CHECK STILL RUNS.      *
015408*****************************************************************
015409 1600-LOAD-REGISTRY.
015410     OPEN INPUT REG-FILE.
015411     IF WS-REG-STATUS NOT = '00'
015412         DISPLAY "PANDORA WATCHDOG - REGISTRY OPEN FAILED - "
015413             "STATUS " WS-REG-STATUS
015414             " - REGISTRY CHECKS SKIPPED"
015415         GO TO 1600-EXIT
015416     END-IF.
015417     SET WS-REGF-OPEN-OK TO TRUE.
015418     PERFORM 1650-LOAD-ONE-REGISTRATION THRU 1650-EXIT
015419         UNTIL WS-REG-EOF.
015420     CLOSE REG-FILE.
015421 1600-EXIT.
015422     EXIT.
015423*
015424*****************************************************************
015425*    1650-LOAD-ONE-REGISTRATION - FILE ONE REGISTRY RECORD IN   *
015426*    THE TABLE.  A LIVE DATE THAT IS NOT NUMERIC IS TAKEN AS    *
015427*    ZERO (ALREADY LIVE).  OVERFLOWING RECORDS ARE DIAGNOSED    *
015428*    AND DROPPED.                                               *
015429*****************************************************************
015430 1650-LOAD-ONE-REGISTRATION.
015431     READ REG-FILE
015432         AT END
015433             SET WS-REG-EOF TO TRUE
015434             GO TO 1650-EXIT
015435     END-READ.
015436     IF WS-REG-STATUS NOT = '00'
015437         DISPLAY "PANDORA WATCHDOG - REGISTRY READ FAILED - "
015438             "STATUS " WS-REG-STATUS
015439         SET WS-REG-EOF TO TRUE
015440         GO TO 1650-EXIT
015441     END-IF.
015442     IF WS-REG-COUNT >= WS-REG-MAX
015443         DISPLAY "PANDORA WATCHDOG - REGISTRY TABLE FULL - "
015444             "JOB " PAND-REG-JOB-ID " DROPPED"
015445         GO TO 1650-EXIT
015446     END-IF.
015447     ADD 1 TO WS-REG-COUNT.
015448     SET RG-IX TO WS-REG-COUNT.
015449     MOVE PAND-REG-JOB-ID TO WS-RG-JOB-ID (RG-IX).
015450     MOVE PAND-REG-STATUS TO WS-RG-STATUS (RG-IX).
015451     MOVE PAND-REG-ONCALL TO WS-RG-ONCALL (RG-IX).
015452     IF PAND-REG-LIVE-DATE NUMERIC
015453         MOVE PAND-REG-LIVE-DATE TO WS-RG-LIVE-DATE (RG-IX)
015454     ELSE
015455         MOVE 0 TO WS-RG-LIVE-DATE (RG-IX)
015456     END-IF.
015457     MOVE 'N' TO WS-RG-SEEN-FLAG (RG-IX).
015458 1650-EXIT.
015459     EXIT.
015461*
015463*****************************************************************
015465*    1700-LOAD-OUTAGES - READ THE PLANNED-OUTAGE SCHEDULE INTO  *
015467*    A TABLE SO EVERY ALERT CAN BE CHECKED AGAINST IT.  A       *
015469*    SCHEDULE THAT WILL NOT OPEN IS DIAGNOSED, NOT FATAL -      *
015471*    EVERY ALERT IS THEN RAISED AS USUAL.                       *
015473*****************************************************************
015475 1700-LOAD-OUTAGES.
015477     OPEN INPUT OUT-FILE.
015479     IF WS-OUT-STATUS NOT = '00'
015481         DISPLAY "PANDORA WATCHDOG - OUTAGE SCHEDULE OPEN FAILED "
015483             "- STATUS " WS-OUT-STATUS
015485             " - OUTAGE CHECKS SKIPPED"
015487         GO TO 1700-EXIT
015489     END-IF.
015491     PERFORM 1750-LOAD-ONE-OUTAGE THRU 1750-EXIT
015493         UNTIL WS-OUT-EOF.
015495     CLOSE OUT-FILE.
015497 1700-EXIT.
015499     EXIT.
015501*
015503*****************************************************************
015505*    1750-LOAD-ONE-OUTAGE - FILE ONE OUTAGE RECORD IN THE       *
015507*    TABLE.  BLANK AND COMMENT RECORDS ARE SKIPPED.  A RECORD   *
015509*    WHOSE FROM/TO STAMPS ARE NOT USABLE, OR WHOSE TO STAMP     *
015511*    IS BEFORE ITS FROM STAMP, IS DIAGNOSED AND DROPPED, AS     *
015513*    ARE RECORDS OVERFLOWING THE TABLE.                         *
015515*****************************************************************
015517 1750-LOAD-ONE-OUTAGE.
015519     READ OUT-FILE
015521         AT END
015523             SET WS-OUT-EOF TO TRUE
015525             GO TO 1750-EXIT
015527     END-READ.
015529     IF WS-OUT-STATUS NOT = '00'
015531         DISPLAY "PANDORA WATCHDOG - OUTAGE SCHEDULE READ FAILED "
015533             "- STATUS " WS-OUT-STATUS
015535         SET WS-OUT-EOF TO TRUE
015537         GO TO 1750-EXIT
015539     END-IF.
015541     IF PAND-OUT-JOB-ID = SPACES
015543         OR (PAND-OUT-JOB-ID(1:1) = '*'
015545             AND NOT PAND-OUT-ALL-JOBS)
015547         GO TO 1750-EXIT
015549     END-IF.
015551     IF PAND-OUT-FROM-STAMP(1:8) NOT NUMERIC
015553         OR PAND-OUT-FROM-STAMP(9:1) NOT = '-'
015555         OR PAND-OUT-FROM-STAMP(10:6) NOT NUMERIC
015557         OR PAND-OUT-TO-STAMP(1:8) NOT NUMERIC
015559         OR PAND-OUT-TO-STAMP(9:1) NOT = '-'
015561         OR PAND-OUT-TO-STAMP(10:6) NOT NUMERIC
015563         OR PAND-OUT-TO-STAMP < PAND-OUT-FROM-STAMP
015565         DISPLAY "PANDORA WATCHDOG - OUTAGE FOR " PAND-OUT-JOB-ID
015567             " HAS UNUSABLE FROM/TO STAMPS - DROPPED"
015569         GO TO 1750-EXIT
015571     END-IF.
015573     IF WS-OUT-COUNT >= WS-OUT-MAX
015575         DISPLAY "PANDORA WATCHDOG - OUTAGE TABLE FULL - "
015577             "OUTAGE FOR " PAND-OUT-JOB-ID " DROPPED"
015579         GO TO 1750-EXIT
015581     END-IF.
015583     ADD 1 TO WS-OUT-COUNT.
015585     SET OT-IX TO WS-OUT-COUNT.
015587     MOVE PAND-OUT-JOB-ID TO WS-OT-JOB-ID (OT-IX).
015589     MOVE PAND-OUT-FROM-STAMP TO WS-OT-FROM (OT-IX).
015591     MOVE PAND-OUT-TO-STAMP TO WS-OT-TO (OT-IX).
015593     MOVE PAND-OUT-REQUESTOR TO WS-OT-REQUESTOR (OT-IX).
015595     MOVE PAND-OUT-REASON TO WS-OT-REASON (OT-IX).
015597 1750-EXIT.
015599     EXIT.
015601*
015603*****************************************************************
015700*    2000-CHECK-ONE-HEARTBEAT - WORK OUT HOW LONG AGO THIS      *
015800*    JOB'S CHECKPOINT WAS STAMPED AND ALERT WHEN IT HAS NOT     *
015900*    ADVANCED WITHIN THE STALE THRESHOLD.  A TIMESTAMP THAT     *
016000*    IS NOT A USABLE DATE/TIME IS ALERTED AS WELL - IT CANNOT   *
016100*    PROVE THE HEARTBEAT IS ALIVE.  A CHECKPOINT STAMPED IN     *
016200*    THE FUTURE (CLOCK SKEW) IS TREATED AS FRESH.  A JOB        *
016210*    INSIDE A PLANNED OUTAGE IS NOT PAGED OR COUNTED - ITS      *
016220*    ALERT IS FILED AS SUPPRESSED.                              *
016300*****************************************************************
016400 2000-CHECK-ONE-HEARTBEAT.
016500     ADD 1 TO WS-RECORD-COUNT.
016510     MOVE PAND-CKPT-JOB-ID TO WS-ALERT-JOB-ID.
016515     PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT.
016520     PERFORM 2100-CHECK-REGISTRATION THRU 2100-EXIT.
016600     IF PAND-CKPT-TIMESTAMP(1:8) NOT NUMERIC
016700         OR PAND-CKPT-TIMESTAMP(5:2) < '01'
016800         OR PAND-CKPT-TIMESTAMP(5:2) > '12'
016900         OR PAND-CKPT-TIMESTAMP(10:6) NOT NUMERIC
016910         IF WS-IN-OUTAGE
016920             ADD 1 TO WS-SUPPRESSED-COUNT
016930             DISPLAY "PANDORA WATCHDOG - JOB " PAND-CKPT-JOB-ID
016940                 " CHECKPOINT TIMESTAMP UNREADABLE - SUPPRESSED "
016950                 "- PLANNED OUTAGE"
016960         ELSE
016970             ADD 1 TO WS-STALE-COUNT
016980             DISPLAY "** PANDORA WATCHDOG ** JOB "
016985                 PAND-CKPT-JOB-ID
016990                 " CHECKPOINT TIMESTAMP UNREADABLE: "
017000                 PAND-CKPT-TIMESTAMP
017010                 UPON CONSOLE
017020         END-IF
017410         MOVE 'C' TO PAND-ALT-SEVERITY
017420         MOVE SPACES TO PAND-ALT-TEXT
017430         STRING "CHECKPOINT TIMESTAMP UNREADABLE: "
018800     DIVIDE WS-ELAPSED-SECONDS BY 60
018900         GIVING WS-ELAPSED-MINUTES.
019000     IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
019200         IF WS-ELAPSED-MINUTES > 99999
019300             MOVE 99999 TO WS-ELAPSED-MINUTES-D
019400         ELSE
019500             MOVE WS-ELAPSED-MINUTES TO WS-ELAPSED-MINUTES-D
019600         END-IF
019610         IF WS-IN-OUTAGE
019620             ADD 1 TO WS-SUPPRESSED-COUNT
019630             DISPLAY "PANDORA WATCHDOG - JOB " PAND-CKPT-JOB-ID
019640                 " CHECKPOINT STALE " WS-ELAPSED-MINUTES-D
019650                 " MINUTES - SUPPRESSED - PLANNED OUTAGE"
019660         ELSE
019670             ADD 1 TO WS-STALE-COUNT
019680             DISPLAY "** PANDORA WATCHDOG ** JOB "
019685                 PAND-CKPT-JOB-ID
019690                 " CHECKPOINT STALE - LAST STAMPED "
019700                 PAND-CKPT-TIMESTAMP
019710                 UPON CONSOLE
019720             DISPLAY "** PANDORA WATCHDOG ** JOB "
019725                 PAND-CKPT-JOB-ID
019730                 " HAS NOT CHECKPOINTED IN " WS-ELAPSED-MINUTES-D
019740                 " MINUTES - NOTIFY THE ON-CALL OPERATOR"
019750                 UPON CONSOLE
019760         END-IF
020410         MOVE 'C' TO PAND-ALT-SEVERITY
020420         MOVE SPACES TO PAND-ALT-TEXT
020430         STRING "CKPT STALE " DELIMITED BY SIZE
021000     PERFORM 2900-READ-CHECKPOINT-RECORD THRU 2900-EXIT.
021100 2000-EXIT.
021200     EXIT.
021201*
021202*****************************************************************
021203*    2100-CHECK-REGISTRATION - A CHECKPOINT WHOSE JOB ID IS     *
021204*    NOT ACTIVELY REGISTERED IS AN UNREGISTERED CANARY - A      *
021205*    STRAY PARM OR A TEST INSTANCE THAT LOOKS LIKE PRODUCTION.  *
021206*    A RETIRED REGISTRATION SAYS SO IN THE ALERT TEXT.  AN      *
021207*    ACTIVE ONE IS MARKED SEEN FOR THE MISSING-CANARY CHECK.    *
021208*****************************************************************
021209 2100-CHECK-REGISTRATION.
021210     IF NOT WS-REGF-OPEN-OK
021211         GO TO 2100-EXIT
021212     END-IF.
021213     MOVE PAND-CKPT-JOB-ID TO WS-REG-LOOKUP-ID.
021214     PERFORM 2150-FIND-REGISTRATION THRU 2150-EXIT.
021215     IF WS-REG-FOUND
021216         MOVE 'Y' TO WS-RG-SEEN-FLAG (RG-IX)
021217         IF WS-RG-STATUS (RG-IX) = 'A'
021218             GO TO 2100-EXIT
021219         END-IF
021220     END-IF.
021222     MOVE 'W' TO PAND-ALT-SEVERITY.
021223     MOVE SPACES TO PAND-ALT-TEXT.
021224     IF WS-REG-FOUND
021225         MOVE "CHECKPOINT PRESENT - REGISTRATION RETIRED"
021226             TO PAND-ALT-TEXT
021227     ELSE
021228         MOVE "CHECKPOINT PRESENT - NOT ON CANARY REGISTRY"
021229             TO PAND-ALT-TEXT
021230     END-IF.
021232     IF WS-IN-OUTAGE
021234         ADD 1 TO WS-SUPPRESSED-COUNT
021236         DISPLAY "PANDORA WATCHDOG - JOB " PAND-CKPT-JOB-ID
021238             " " PAND-ALT-TEXT
021240         DISPLAY "PANDORA WATCHDOG - JOB " PAND-CKPT-JOB-ID
021242             " SUPPRESSED - PLANNED OUTAGE"
021244     ELSE
021246         ADD 1 TO WS-UNREG-COUNT
021248         DISPLAY "** PANDORA WATCHDOG ** JOB " PAND-CKPT-JOB-ID
021250             " " PAND-ALT-TEXT
021252             UPON CONSOLE
021254     END-IF.
021256     PERFORM 7200-WRITE-ALERT-EVENT THRU 7200-EXIT.
021258 2100-EXIT.
021260     EXIT.
021262*
021264*****************************************************************
021266*    2150-FIND-REGISTRATION - LOOK WS-REG-LOOKUP-ID UP IN THE   *
021268*    REGISTRY TABLE.  WS-REG-FOUND IS SET AND RG-IX LEFT ON     *
021270*    THE ENTRY WHEN IT IS THERE.                                *
021272*****************************************************************
021274 2150-FIND-REGISTRATION.
021276     MOVE 'N' TO WS-REG-FOUND-SWITCH.
021278     IF WS-REG-COUNT = 0
021280         GO TO 2150-EXIT
021282     END-IF.
021284     SET RG-IX TO 1.
021286     SEARCH WS-REG-ENTRY
021288         AT END
021290             CONTINUE
021292         WHEN RG-IX > WS-REG-COUNT
021294             CONTINUE
021296         WHEN WS-RG-JOB-ID (RG-IX) = WS-REG-LOOKUP-ID
021298             SET WS-REG-FOUND TO TRUE
021300     END-SEARCH.
021302 2150-EXIT.
021304     EXIT.
021306*
021400*****************************************************************
021500*    2900-READ-CHECKPOINT-RECORD - READ-AHEAD ONE RECORD.       *
021600*****************************************************************
022800     END-IF.
022900 2900-EXIT.
023000     EXIT.
023002*
023004*****************************************************************
023006*    3000-CHECK-REGISTERED-MISSING - AFTER THE SWEEP, EVERY     *
023008*    ACTIVE REGISTERED CANARY THAT HAS REACHED ITS LIVE DATE    *
023010*    BUT HAD NO CHECKPOINT RECORD AT ALL NEVER STARTED - THE    *
023012*    STALE CHECK CANNOT SEE IT, SO IT IS PAGED HERE.            *
023014*****************************************************************
023016 3000-CHECK-REGISTERED-MISSING.
023018     IF NOT WS-REGF-OPEN-OK
023020         GO TO 3000-EXIT
023022     END-IF.
023024     PERFORM 3100-CHECK-ONE-REGISTRATION THRU 3100-EXIT
023026         VARYING RG-IX FROM 1 BY 1
023028         UNTIL RG-IX > WS-REG-COUNT.
023030 3000-EXIT.
023032     EXIT.
023034*
023036*****************************************************************
023038*    3100-CHECK-ONE-REGISTRATION - PAGE AND FILE ONE ACTIVE,    *
023040*    LIVE CANARY THE SWEEP NEVER SAW - OR, INSIDE A PLANNED     *
023041*    OUTAGE, FILE IT AS SUPPRESSED WITHOUT PAGING.              *
023042*****************************************************************
023044 3100-CHECK-ONE-REGISTRATION.
023046     IF WS-RG-STATUS (RG-IX) NOT = 'A'
023048         OR WS-RG-SEEN-FLAG (RG-IX) = 'Y'
023050         OR WS-RG-LIVE-DATE (RG-IX) > WS-NOW-DATE
023052         GO TO 3100-EXIT
023054     END-IF.
023066     MOVE WS-RG-JOB-ID (RG-IX) TO WS-ALERT-JOB-ID.
023071     PERFORM 7300-CHECK-OUTAGE THRU 7300-EXIT.
023076     IF WS-IN-OUTAGE
023081         ADD 1 TO WS-SUPPRESSED-COUNT
023086         DISPLAY "PANDORA WATCHDOG - JOB " WS-RG-JOB-ID (RG-IX)
023091             " IS REGISTERED BUT HAS NO CHECKPOINT - SUPPRESSED "
023096             "- PLANNED OUTAGE"
023101     ELSE
023106         ADD 1 TO WS-MISSING-COUNT
023111         DISPLAY "** PANDORA WATCHDOG ** JOB "
023113             WS-RG-JOB-ID (RG-IX)
023116             " IS REGISTERED BUT HAS NO CHECKPOINT - NOTIFY "
023121             WS-RG-ONCALL (RG-IX)
023126             UPON CONSOLE
023131     END-IF.
023136     MOVE 'C' TO PAND-ALT-SEVERITY.
023141     MOVE SPACES TO PAND-ALT-TEXT.
023146     STRING "REGISTERED - NO CHECKPOINT - ONCALL "
023151                 DELIMITED BY SIZE
023156             WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
023161         INTO PAND-ALT-TEXT.
023166     PERFORM 7200-WRITE-ALERT-EVENT THRU 7200-EXIT.
023171 3100-EXIT.
023176     EXIT.
023181*
023200*****************************************************************
023300*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
023400*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
025530*    7200-WRITE-ALERT-EVENT - FILE ONE EVENT ON THE KEYED       *
025540*    ALERT/EVENT MASTER SO MORNING SHIFT CAN LIST AND           *
025550*    ACKNOWLEDGE IT.  THE CALLER FILLS IN THE SEVERITY AND      *
025560*    TEXT; THE KEY IS THE CALLER'S ALERT JOB ID, THE            *
025570*    SWEEP TIMESTAMP AND A SEQUENCE NUMBER BUMPED PAST ANY      *
025580*    EVENT ALREADY FILED FOR THE SAME SECOND.  A MASTER THAT    *
025590*    IS NOT OPEN IS PASSED OVER - THE CONSOLE PAGE STILL        *
025600*    FIRED.  AN EVENT INSIDE A PLANNED OUTAGE IS FILED AS       *
025602*    SUPPRESSED, WITH THE OUTAGE REQUESTOR AND REASON IN THE    *
025604*    ACK NOTE.                                                  *
025610*****************************************************************
025620 7200-WRITE-ALERT-EVENT.
025630     IF NOT WS-ALTF-OPEN-OK
025640         GO TO 7200-EXIT
025650     END-IF.
025660     MOVE WS-ALERT-JOB-ID TO PAND-ALT-JOB-ID.
025670     MOVE WS-NOW-STAMP TO PAND-ALT-TIMESTAMP.
025680     MOVE 0 TO PAND-ALT-SEQ.
025690     MOVE "PANDWDOG" TO PAND-ALT-SOURCE.
025710     MOVE SPACES TO PAND-ALT-ACK-INITS.
025720     MOVE SPACES TO PAND-ALT-ACK-STAMP.
025730     MOVE SPACES TO PAND-ALT-ACK-NOTE.
025731     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
025732     IF WS-IN-OUTAGE
025734         MOVE 'S' TO PAND-ALT-STATUS
025736         STRING "OUTAGE " DELIMITED BY SIZE
025738                 WS-OT-REQUESTOR (OT-IX) DELIMITED BY SPACE
025740                 " " DELIMITED BY SIZE
025742                 WS-OT-REASON (OT-IX) DELIMITED BY SIZE
025744             INTO PAND-ALT-ACK-NOTE
025746     ELSE
025748         MOVE 'O' TO PAND-ALT-STATUS
025750     END-IF.
025752     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
025754     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
025760         UNTIL WS-ALTF-DONE
025770         OR PAND-ALT-SEQ > 998.
025780 7200-EXIT.
025980     END-WRITE.
025990 7250-EXIT.
025995     EXIT.
025997*
025999*****************************************************************
026001*    7300-CHECK-OUTAGE - IS THE ALERT JOB INSIDE A DECLARED     *
026003*    PLANNED OUTAGE AT SWEEP TIME?  AN OUTAGE FOR THE JOB       *
026005*    ITSELF OR FOR *ALL COVERS IT WHEN ITS FROM/TO RANGE        *
026007*    OVERLAPS THE CHECK RANGE.  WS-IN-OUTAGE IS SET AND OT-IX   *
026009*    LEFT ON THE OUTAGE WHEN ONE IS FOUND.                      *
026011*****************************************************************
026013 7300-CHECK-OUTAGE.
026015     MOVE 'N' TO WS-IN-OUTAGE-SWITCH.
026017     IF WS-OUT-COUNT = 0
026019         GO TO 7300-EXIT
026021     END-IF.
026023     MOVE WS-ALERT-JOB-ID TO WS-OUT-CHECK-JOB-ID.
026025     SET OT-IX TO 1.
026027     SEARCH WS-OUT-ENTRY
026029         AT END
026031             CONTINUE
026033         WHEN OT-IX > WS-OUT-COUNT
026035             CONTINUE
026037         WHEN (WS-OT-JOB-ID (OT-IX) = WS-OUT-CHECK-JOB-ID
026039                 OR WS-OT-JOB-ID (OT-IX) = '*ALL')
026041             AND WS-OT-FROM (OT-IX) NOT > WS-OUT-CHECK-TO
026043             AND WS-OT-TO (OT-IX) NOT < WS-OUT-CHECK-FROM
026045             SET WS-IN-OUTAGE TO TRUE
026047     END-SEARCH.
026049 7300-EXIT.
026051     EXIT.
026053*
026055*****************************************************************
026057*    8000-WRITE-SUMMARY - ONE SWEEP TOTAL FOR THE JOB LOG.      *
026059*****************************************************************
026061 8000-WRITE-SUMMARY.
026100     DISPLAY "PANDORA WATCHDOG - HEARTBEATS CHECKED: "
026200         WS-RECORD-COUNT " STALE: " WS-STALE-COUNT
026300         " (THRESHOLD " WS-STALE-MINUTES " MINUTES)".
026310     IF WS-REGF-OPEN-OK
026320         DISPLAY "PANDORA WATCHDOG - REGISTERED BUT NO "
026330             "CHECKPOINT: " WS-MISSING-COUNT
026340             " CHECKPOINT BUT NOT REGISTERED: " WS-UNREG-COUNT
026350     END-IF.
026355     IF WS-OUT-COUNT > 0
026360         DISPLAY "PANDORA WATCHDOG - PLANNED OUTAGES ON FILE: "
026365             WS-OUT-COUNT " ALERTS SUPPRESSED: "
026370             WS-SUPPRESSED-COUNT
026375     END-IF.
026400     IF WS-RECORD-COUNT = 0
026500         DISPLAY "PANDORA WATCHDOG - NO CHECKPOINT RECORDS ON "
026600             "FILE - NOTHING TO WATCH"
027000*
027100*****************************************************************
027200*    9000-TERMINATE - CLOSE THE FILE AND SET THE CONDITION      *
027300*    CODE: 8 WHEN ANY HEARTBEAT IS STALE OR ANY REGISTERED      *
027400*    CANARY HAS NO CHECKPOINT SO THE SCHEDULER RAISES THE       *
027500*    ALARM, 4 WHEN THE ONLY EXCEPTION IS AN UNREGISTERED        *
027510*    CANARY, 16 WHEN THE CHECKPOINT DATASET DID NOT OPEN, 0 ON  *
027520*    A CLEAN SWEEP.  ALERTS SUPPRESSED BY A PLANNED OUTAGE DO   *
027530*    NOT COUNT TOWARD THE CODE.                                 *
027600*****************************************************************
027700 9000-TERMINATE.
027800     CLOSE CKPT-FILE.
028000         MOVE 16 TO RETURN-CODE
028100     ELSE
028200         IF WS-STALE-COUNT > 0
028210             OR WS-MISSING-COUNT > 0
028300             MOVE 8 TO RETURN-CODE
028400         ELSE
028410             IF WS-UNREG-COUNT > 0
028420                 MOVE 4 TO RETURN-CODE
028430             ELSE
028500                 MOVE 0 TO RETURN-CODE
028510             END-IF
028600         END-IF
028700     END-IF.
028800 9000-EXIT.
