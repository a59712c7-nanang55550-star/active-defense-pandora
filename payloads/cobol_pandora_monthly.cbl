002500*     - THE SAME FIGURES FOR THE PRIOR MONTH AND THE            *
002600*       MONTH-OVER-MONTH AVAILABILITY MOVEMENT                  *
002700*                                                               *
002800*   PLUS A FLEET ROLL-UP AND A LIST OF THE PLANNED OUTAGES      *
002810*   DECLARED FOR THE MONTH.  THE PARM NAMES THE REPORT MONTH    *
002900*   (YYYYMM, SIX DIGITS; DEFAULT THE CURRENT MONTH).            *
002905*                                                               *
002910*   THE REPORT MONTH'S NIGHTS ARE ALSO CHECKED AGAINST THE      *
002920*   NIGHT SIGN-OFF LEDGER: NIGHTS NEVER SIGNED OFF AND NIGHTS   *
002930*   SIGNED OFF OVER A FAILURE ARE LISTED FOR FOLLOW-UP.         *
003000*                                                               *
003100*   MODIFICATION HISTORY                                        *
003200*   DATE       INIT  DESCRIPTION                                 *
003450*                    FOLLOWING A PAUSE EVENT SO PLANNED          *
003460*                    QUIESCE TIME NO LONGER DEFLATES THE         *
003470*                    AVAILABILITY PERCENTAGE.                    *
003472*   2026-10-15  DLM  TAKE PLANNED OUTAGES (PAND.CNTL.OUTAGE) OUT *
003474*                    OF THE SLA: OUTAGE MINUTES INSIDE A NIGHT'S *
003476*                    WINDOW ARE REMOVED FROM THE DENOMINATOR,    *
003478*                    STALL GAPS ARE NOT CHARGED FOR THE PART     *
003480*                    THAT FALLS INSIDE AN OUTAGE, AND THE        *
003482*                    MONTH'S OUTAGES ARE LISTED IN THEIR OWN     *
003484*                    SECTION.  A MISSING SCHEDULE IS NOT FATAL.  *
003486*   2026-10-15  DLM  COUNT THE CHECKPOINT-RESTART RECORD TYPE    *
003488*                    'K' AS ZERO CYCLES, LIKE THE OTHER EVENT    *
003490*                    RECORDS.                                    *
003492*   2026-10-15  DLM  LIST THE REPORT MONTH'S NIGHTS THAT WERE    *
003494*                    NEVER SIGNED OFF, OR WERE SIGNED OFF OVER A *
003496*                    FAILURE, FROM THE NIGHT SIGN-OFF LEDGER     *
003498*                    (PAND.NIGHT.SIGNOFF).  NOT FATAL IF ABSENT. *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004700     SELECT RPT-FILE ASSIGN TO RPTFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.
004910     SELECT OUT-FILE ASSIGN TO OUTFILE
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-OUT-STATUS.
004940     SELECT SGN-FILE ASSIGN TO SGNFILE
004950         ORGANIZATION IS INDEXED
004960         ACCESS MODE IS RANDOM
004970         RECORD KEY IS PAND-SGN-NIGHT
004980         FILE STATUS IS WS-SGN-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006100 FD  RPT-FILE
006200     RECORDING MODE IS F.
006300 01  RPT-LINE                   PIC X(80).
006310*
006320 FD  OUT-FILE
006330     RECORDING MODE IS F.
006340     COPY PANDOUT.
006350*
006360 FD  SGN-FILE
006370     RECORDING MODE IS F.
006380     COPY PANDSGN.
006400*
006500 WORKING-STORAGE SECTION.
006600*
007500         88  WS-JOB-ACTIVE          VALUE 'Y'.
007600     05  WS-NIGHT-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
007700         88  WS-NIGHT-ACTIVE        VALUE 'Y'.
007710     05  WS-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007720         88  WS-OUT-EOF             VALUE 'Y'.
007730     05  WS-SGN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007740         88  WS-SGN-OPEN            VALUE 'Y'.
007800*
007900 01  WS-FILE-STATUSES.
008000     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
008100     05  WS-CAL-STATUS          PIC X(02) VALUE '00'.
008200     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
008210     05  WS-OUT-STATUS          PIC X(02) VALUE '00'.
008220     05  WS-SGN-STATUS          PIC X(02) VALUE '00'.
008300*
008400 01  WS-COUNTERS.
008500     05  WS-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
014600             15  WS-JT-ALERTS   PIC 9(07) COMP.
014700             15  WS-JT-GAP-SECS PIC 9(09) COMP.
014800             15  WS-JT-WIN-MINS PIC 9(09) COMP.
014810             15  WS-JT-OUT-MINS PIC 9(09) COMP.
014900*
015000 01  WS-CALENDAR-TABLE-FIELDS.
015100     05  WS-CDT-MAX             PIC 9(03) COMP VALUE 100.
016300         10  WS-CRL-DAY-TYPE    PIC X(03).
016400         10  WS-CRL-START      PIC X(04).
016500         10  WS-CRL-END        PIC X(04).
016502*
016504 01  WS-OUTAGE-TABLE-FIELDS.
016506     05  WS-OUT-MAX             PIC 9(03) COMP VALUE 50.
016508     05  WS-OUT-COUNT           PIC 9(03) COMP VALUE 0.
016510     05  WS-OUT-LISTED-COUNT    PIC 9(03) COMP VALUE 0.
016512     05  WS-OUT-ENTRY OCCURS 50 TIMES
016514             INDEXED BY OT-IX.
016516         10  WS-OT-JOB-ID       PIC X(08).
016518         10  WS-OT-FROM         PIC X(15).
016520         10  WS-OT-TO           PIC X(15).
016522         10  WS-OT-REQUESTOR    PIC X(08).
016524         10  WS-OT-REASON       PIC X(30).
016526         10  WS-OT-FROM-SECS    PIC 9(11) COMP.
016528         10  WS-OT-TO-SECS      PIC 9(11) COMP.
016530*
016532 01  WS-OUTAGE-CALC-FIELDS.
016534     05  WS-NIGHT-DAYNUM        PIC 9(07) COMP VALUE 0.
016536     05  WS-OC-RANGE-FROM       PIC 9(11) COMP VALUE 0.
016538     05  WS-OC-RANGE-TO         PIC 9(11) COMP VALUE 0.
016540     05  WS-OC-LOW              PIC 9(11) COMP VALUE 0.
016542     05  WS-OC-HIGH             PIC 9(11) COMP VALUE 0.
016544     05  WS-OC-OVERLAP-SECS     PIC 9(11) COMP VALUE 0.
016546     05  WS-OC-OUT-MINS         PIC 9(09) COMP VALUE 0.
016548     05  WS-OC-MONTH-X          PIC X(06) VALUE SPACES.
016550*
016552 01  WS-SIGNOFF-FIELDS.
016554     05  WS-SO-DAY              PIC 9(02) VALUE 0.
016556     05  WS-SO-NIGHT            PIC 9(08) VALUE 0.
016558     05  WS-SO-NIGHT-PARTS REDEFINES WS-SO-NIGHT.
016560         10  WS-SO-MONTH        PIC 9(06).
016562         10  WS-SO-NIGHT-DAY    PIC 9(02).
016564     05  WS-SO-VERDICT-WORD     PIC X(09) VALUE SPACES.
016566     05  WS-SO-UNSIGNED-COUNT   PIC 9(03) COMP VALUE 0.
016568     05  WS-SO-OVERRIDE-COUNT   PIC 9(03) COMP VALUE 0.
016570     05  WS-SO-SEEN-TABLE       VALUE ALL 'N'.
016572         10  WS-SO-SEEN         PIC X(01) OCCURS 31 TIMES.
016600*
016700 01  WS-DATE-CONVERT-FIELDS.
016800     05  WS-DC-DATE             PIC 9(08) VALUE 0.
018800     05  WS-FT-ALERTS           PIC 9(09) COMP VALUE 0.
018900     05  WS-FT-GAP-SECS         PIC 9(11) COMP VALUE 0.
019000     05  WS-FT-WIN-MINS         PIC 9(11) COMP VALUE 0.
019010     05  WS-FT-OUT-MINS         PIC 9(11) COMP VALUE 0.
019100*
019200 01  WS-AVAIL-CALC-FIELDS.
019300     05  WS-GAP-MINUTES         PIC 9(09) COMP VALUE 0.
019310     05  WS-NET-WIN-MINS        PIC 9(11) COMP VALUE 0.
019400     05  WS-AVAIL-PCT           PIC 9(03)V9(01) VALUE 0.
019500     05  WS-MONTH1-PCT          PIC 9(03)V9(01) VALUE 0.
019600     05  WS-PCT-DELTA           PIC S9(03)V9(01) VALUE 0.
020200     05  WS-ALERTS-D            PIC 9(07).
020300     05  WS-GAP-MINS-D          PIC 9(07).
020400     05  WS-WIN-MINS-D          PIC 9(09).
020410     05  WS-OUT-MINS-D          PIC 9(09).
020500     05  WS-AVAIL-PCT-D         PIC ZZ9.9.
020600     05  WS-PCT-DELTA-D         PIC +ZZ9.9.
020700     05  WS-JOB-COUNT-D         PIC 9(03).
020800     05  WS-BAD-COUNT-D         PIC 9(09).
020810     05  WS-SO-COUNT-D          PIC 9(03).
020900*
021000 01  WS-REPORT-LINES.
021100     05  WS-HDR1                PIC X(80) VALUE
021400         "==================================================".
021500     05  WS-ROLLUP-HDR          PIC X(80) VALUE
021600         "FLEET ROLL-UP (REPORT MONTH)".
021605     05  WS-OUTAGE-HDR          PIC X(80) VALUE
021610         "PLANNED OUTAGES (REPORT MONTH)".
021615     05  WS-OUTAGE-COL-HDR.
021616         10  FILLER             PIC X(25) VALUE
021617             "JOB ID   FROM STAMP".
021618         10  FILLER             PIC X(55) VALUE
021620             "TO STAMP        REQUESTR REASON".
021625     05  WS-OUTAGE-LINE.
021630         10  WS-OL-JOB-ID       PIC X(08).
021635         10  FILLER             PIC X(01) VALUE SPACE.
021640         10  WS-OL-FROM         PIC X(15).
021645         10  FILLER             PIC X(01) VALUE SPACE.
021650         10  WS-OL-TO           PIC X(15).
021655         10  FILLER             PIC X(01) VALUE SPACE.
021660         10  WS-OL-REQUESTOR    PIC X(08).
021665         10  FILLER             PIC X(01) VALUE SPACE.
021670         10  WS-OL-REASON       PIC X(30).
021675     05  WS-SIGNOFF-HDR         PIC X(80) VALUE
021680         "NIGHT SIGN-OFF EXCEPTIONS (REPORT MONTH)".
021700*
021800 LINKAGE SECTION.
021900 01  LS-PARM-FIELD.
023900*****************************************************************
024000*    1000-INITIALIZE - PICK UP THE REPORT MONTH FROM THE PARM   *
024100*    (DEFAULT THE CURRENT MONTH), WORK OUT THE PRIOR MONTH,     *
024200*    OPEN THE FILES, LOAD THE WINDOW CALENDAR AND THE PLANNED-  *
024300*    OUTAGE SCHEDULE AND PRIME THE READ-AHEAD.  A MISSING       *
024400*    CALENDAR IS NOT FATAL - NIGHTS WITHOUT A CALENDAR WINDOW   *
024500*    MEASURE AGAINST THEIR OBSERVED FIRST-TO-LAST SPAN          *
024510*    INSTEAD.  NOR IS A MISSING OUTAGE SCHEDULE - NO TIME IS    *
024520*    THEN TAKEN OUT OF THE WINDOW.  NOR IS A MISSING NIGHT      *
024530*    SIGN-OFF LEDGER - ITS EXCEPTIONS ARE THEN NOT LISTED.      *
024600*****************************************************************
024700 1000-INITIALIZE.
024800     MOVE LS-PARM-LEN TO WS-PARM-LEN.
027900     IF WS-OPEN-FAILED
028000         GO TO 1000-EXIT
028100     END-IF.
028110     OPEN INPUT SGN-FILE.
028120     IF WS-SGN-STATUS = '00'
028130         SET WS-SGN-OPEN TO TRUE
028140     ELSE
028150         DISPLAY "PANDORA MONTHLY - SIGN-OFF LEDGER OPEN FAILED "
028160             "- STATUS " WS-SGN-STATUS
028170             " - SIGN-OFF EXCEPTIONS NOT LISTED"
028180     END-IF.
028200     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
028210     PERFORM 1300-LOAD-OUTAGES THRU 1300-EXIT.
028300     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
028400 1000-EXIT.
028500     EXIT.
035300     END-IF.
035400 1250-EXIT.
035500     EXIT.
035501*
035502*****************************************************************
035503*    1300-LOAD-OUTAGES - READ THE PLANNED-OUTAGE SCHEDULE INTO  *
035504*    A TABLE.  A SCHEDULE THAT DOES NOT OPEN LEAVES THE TABLE   *
035505*    EMPTY AND IS DIAGNOSED, NOT FATAL.                         *
035506*****************************************************************
035507 1300-LOAD-OUTAGES.
035508     OPEN INPUT OUT-FILE.
035509     IF WS-OUT-STATUS NOT = '00'
035510         DISPLAY "PANDORA MONTHLY - OUTAGE SCHEDULE OPEN FAILED "
035511             "- STATUS " WS-OUT-STATUS
035512             " - NO OUTAGE TIME EXCLUDED"
035513         GO TO 1300-EXIT
035514     END-IF.
035515     PERFORM 1350-LOAD-ONE-OUTAGE THRU 1350-EXIT
035516         UNTIL WS-OUT-EOF.
035517     CLOSE OUT-FILE.
035518 1300-EXIT.
035519     EXIT.
035520*
035521*****************************************************************
035522*    1350-LOAD-ONE-OUTAGE - FILE ONE OUTAGE RECORD IN THE       *
035523*    TABLE, WITH ITS FROM/TO STAMPS ALSO HELD AS SERIAL         *
035524*    SECONDS SO OVERLAPS WITH A NIGHT'S WINDOW OR A STALL GAP   *
035525*    FALL OUT OF A SUBTRACTION.  BLANK AND COMMENT RECORDS ARE  *
035526*    SKIPPED.  A RECORD WHOSE STAMPS ARE NOT USABLE, OR WHOSE   *
035527*    TO STAMP IS BEFORE ITS FROM STAMP, IS DIAGNOSED AND        *
035528*    DROPPED, AS ARE RECORDS OVERFLOWING THE TABLE.             *
035529*****************************************************************
035530 1350-LOAD-ONE-OUTAGE.
035531     READ OUT-FILE
035532         AT END
035533             SET WS-OUT-EOF TO TRUE
035534             GO TO 1350-EXIT
035535     END-READ.
035536     IF WS-OUT-STATUS NOT = '00'
035537         DISPLAY "PANDORA MONTHLY - OUTAGE SCHEDULE READ FAILED "
035538             "- STATUS " WS-OUT-STATUS
035539         SET WS-OUT-EOF TO TRUE
035540         GO TO 1350-EXIT
035541     END-IF.
035542     IF PAND-OUT-JOB-ID = SPACES
035543         OR (PAND-OUT-JOB-ID(1:1) = '*'
035544             AND NOT PAND-OUT-ALL-JOBS)
035545         GO TO 1350-EXIT
035546     END-IF.
035547     IF PAND-OUT-FROM-STAMP(1:8) NOT NUMERIC
035548         OR PAND-OUT-FROM-STAMP(5:2) < '01'
035549         OR PAND-OUT-FROM-STAMP(5:2) > '12'
035550         OR PAND-OUT-FROM-STAMP(9:1) NOT = '-'
035551         OR PAND-OUT-FROM-STAMP(10:6) NOT NUMERIC
035552         OR PAND-OUT-TO-STAMP(1:8) NOT NUMERIC
035553         OR PAND-OUT-TO-STAMP(5:2) < '01'
035554         OR PAND-OUT-TO-STAMP(5:2) > '12'
035555         OR PAND-OUT-TO-STAMP(9:1) NOT = '-'
035556         OR PAND-OUT-TO-STAMP(10:6) NOT NUMERIC
035557         OR PAND-OUT-TO-STAMP < PAND-OUT-FROM-STAMP
035558         DISPLAY "PANDORA MONTHLY - OUTAGE FOR " PAND-OUT-JOB-ID
035559             " HAS UNUSABLE FROM/TO STAMPS - DROPPED"
035560         GO TO 1350-EXIT
035561     END-IF.
035562     IF WS-OUT-COUNT >= WS-OUT-MAX
035563         DISPLAY "PANDORA MONTHLY - OUTAGE TABLE FULL - OUTAGE "
035564             "FOR " PAND-OUT-JOB-ID " DROPPED"
035565         GO TO 1350-EXIT
035566     END-IF.
035567     ADD 1 TO WS-OUT-COUNT.
035568     SET OT-IX TO WS-OUT-COUNT.
035569     MOVE PAND-OUT-JOB-ID TO WS-OT-JOB-ID (OT-IX).
035570     MOVE PAND-OUT-FROM-STAMP TO WS-OT-FROM (OT-IX).
035571     MOVE PAND-OUT-TO-STAMP TO WS-OT-TO (OT-IX).
035572     MOVE PAND-OUT-REQUESTOR TO WS-OT-REQUESTOR (OT-IX).
035573     MOVE PAND-OUT-REASON TO WS-OT-REASON (OT-IX).
035574     MOVE PAND-OUT-FROM-STAMP(1:8) TO WS-DC-DATE.
035575     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
035576     MOVE PAND-OUT-FROM-STAMP(10:2) TO WS-CURR-HH.
035577     MOVE PAND-OUT-FROM-STAMP(12:2) TO WS-CURR-MM.
035578     MOVE PAND-OUT-FROM-STAMP(14:2) TO WS-CURR-SS.
035579     COMPUTE WS-OT-FROM-SECS (OT-IX) = (WS-DC-DAYNUM * 86400)
035580         + (WS-CURR-HH * 3600) + (WS-CURR-MM * 60) + WS-CURR-SS.
035581     MOVE PAND-OUT-TO-STAMP(1:8) TO WS-DC-DATE.
035582     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
035583     MOVE PAND-OUT-TO-STAMP(10:2) TO WS-CURR-HH.
035584     MOVE PAND-OUT-TO-STAMP(12:2) TO WS-CURR-MM.
035585     MOVE PAND-OUT-TO-STAMP(14:2) TO WS-CURR-SS.
035586     COMPUTE WS-OT-TO-SECS (OT-IX) = (WS-DC-DAYNUM * 86400)
035587         + (WS-CURR-HH * 3600) + (WS-CURR-MM * 60) + WS-CURR-SS.
035588 1350-EXIT.
035589     EXIT.
035600*
035700*****************************************************************
035800*    2000-PROCESS-HISTORY - FOLD ONE HISTORY RECORD INTO ITS    *
045600     MOVE 0 TO WS-JT-ALERTS (JT-IX, 2).
045700     MOVE 0 TO WS-JT-GAP-SECS (JT-IX, 2).
045800     MOVE 0 TO WS-JT-WIN-MINS (JT-IX, 2).
045810     MOVE 0 TO WS-JT-OUT-MINS (JT-IX, 1).
045820     MOVE 0 TO WS-JT-OUT-MINS (JT-IX, 2).
045900 2150-EXIT.
046000     EXIT.
046100*
046200*****************************************************************
046300*    2300-START-NEW-NIGHT - OPEN A FRESH NIGHT: COUNT IT FOR    *
046400*    ITS MONTH, LOOK ITS CALENDAR WINDOW UP, AND RESET THE      *
046500*    GAP AND SPAN TRACKING.  THE NIGHT'S SERIAL DAY NUMBER IS   *
046510*    KEPT FOR THE OUTAGE OVERLAP CHECKS, AND A REPORT-MONTH     *
046520*    NIGHT IS MARKED SEEN FOR THE SIGN-OFF CHECK.               *
046600*****************************************************************
046700 2300-START-NEW-NIGHT.
046800     MOVE PAND-HST-TIMESTAMP(1:8) TO WS-CURRENT-NIGHT-DATE.
046900     MOVE WS-MONTH-SLOT TO WS-CURRENT-NIGHT-SLOT.
047000     SET WS-NIGHT-ACTIVE TO TRUE.
047010     MOVE WS-CURRENT-NIGHT-DATE(7:2) TO WS-SO-DAY.
047020     IF WS-CURRENT-NIGHT-SLOT = 1
047030         AND WS-SO-DAY > 0
047040         AND WS-SO-DAY < 32
047050         MOVE 'Y' TO WS-SO-SEEN (WS-SO-DAY)
047060     END-IF.
047100     IF WS-JOB-ACTIVE
047200         ADD 1 TO WS-JT-NIGHTS (JT-IX, WS-CURRENT-NIGHT-SLOT)
047300     END-IF.
047400     PERFORM 2400-LOOK-UP-WINDOW THRU 2400-EXIT.
047410     MOVE WS-CURRENT-NIGHT-DATE TO WS-DC-DATE.
047420     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
047430     MOVE WS-DC-DAYNUM TO WS-NIGHT-DAYNUM.
047500     MOVE PAND-HST-TIMESTAMP(10:2) TO WS-CURR-HH.
047600     MOVE PAND-HST-TIMESTAMP(12:2) TO WS-CURR-MM.
047700     MOVE PAND-HST-TIMESTAMP(14:2) TO WS-CURR-SS.
056700*    THE DISTANCE FROM THE PREVIOUS CYCLE EXCEEDS THE STALL     *
056800*    THRESHOLD.  A DETAIL RECORD FOLLOWING A SUMMARY RECORD     *
056900*    SKIPS THE GAP CHECK - ITS DISTANCE FROM THE INTERVAL END   *
057000*    IS PACED CYCLES, NOT A STALL.  THE PART OF A STALL GAP     *
057010*    THAT FALLS INSIDE A PLANNED OUTAGE IS NOT CHARGED.         *
057100*****************************************************************
057200 2500-ACCUMULATE-RECORD.
057300     IF NOT WS-JOB-ACTIVE
058020             AND PAND-HST-TYPE NOT = 'R'
058030             AND PAND-HST-TYPE NOT = 'T'
058040             AND PAND-HST-TYPE NOT = 'D'
058050             AND PAND-HST-TYPE NOT = 'K'
058100             ADD 1 TO WS-JT-CYCLES (JT-IX, WS-CURRENT-NIGHT-SLOT)
058150         END-IF
058200     END-IF.
060600         COMPUTE WS-ELAPSED-SECONDS =
060700             WS-CURR-SECS-OF-DAY - WS-PREV-SECS-OF-DAY
060800         IF WS-ELAPSED-SECONDS > WS-GAP-THRESHOLD-SECONDS
060810             PERFORM 2550-DISCOUNT-OUTAGE-GAP THRU 2550-EXIT
060900             ADD WS-ELAPSED-SECONDS
061000                 TO WS-JT-GAP-SECS (JT-IX, WS-CURRENT-NIGHT-SLOT)
061100         END-IF
062600     END-IF.
062700 2500-EXIT.
062800     EXIT.
062802*
062804*****************************************************************
062806*    2550-DISCOUNT-OUTAGE-GAP - TAKE OUT OF THE STALL GAP JUST  *
062808*    MEASURED (PREVIOUS TO CURRENT SECONDS OF THE NIGHT) ANY    *
062810*    PART COVERED BY A PLANNED OUTAGE FOR THIS JOB OR *ALL.     *
062812*****************************************************************
062814 2550-DISCOUNT-OUTAGE-GAP.
062816     IF WS-OUT-COUNT = 0
062818         GO TO 2550-EXIT
062820     END-IF.
062822     COMPUTE WS-OC-RANGE-FROM =
062824         (WS-NIGHT-DAYNUM * 86400) + WS-PREV-SECS-OF-DAY.
062826     COMPUTE WS-OC-RANGE-TO =
062828         (WS-NIGHT-DAYNUM * 86400) + WS-CURR-SECS-OF-DAY.
062830     PERFORM 7400-SUM-OUTAGE-OVERLAP THRU 7400-EXIT.
062832     IF WS-OC-OVERLAP-SECS >= WS-ELAPSED-SECONDS
062834         MOVE 0 TO WS-ELAPSED-SECONDS
062836     ELSE
062838         SUBTRACT WS-OC-OVERLAP-SECS FROM WS-ELAPSED-SECONDS
062840     END-IF.
062842 2550-EXIT.
062844     EXIT.
062900*
063000*****************************************************************
063100*    2700-CLOSE-OUT-NIGHT - FINISH THE NIGHT: CREDIT ITS        *
063200*    WINDOW MINUTES TO ITS MONTH - THE CALENDAR WINDOW WHERE    *
063300*    ONE IS KNOWN, OTHERWISE THE OBSERVED FIRST-TO-LAST SPAN    *
063400*    (NEVER LESS THAN ONE MINUTE, SO A ONE-RECORD NIGHT DOES    *
063500*    NOT DIVIDE BY ZERO) - AND THE PLANNED-OUTAGE MINUTES       *
063510*    INSIDE THAT WINDOW OR SPAN.                                *
063600*****************************************************************
063700 2700-CLOSE-OUT-NIGHT.
063800     MOVE 'N' TO WS-NIGHT-ACTIVE-SWITCH.
065700         ADD WS-NIGHT-WINDOW-MINS
065800             TO WS-JT-WIN-MINS (JT-IX, WS-CURRENT-NIGHT-SLOT)
065900     END-IF.
065910     PERFORM 2750-CREDIT-OUTAGE-MINUTES THRU 2750-EXIT.
066000 2700-EXIT.
066100     EXIT.
066102*
066104*****************************************************************
066106*    2750-CREDIT-OUTAGE-MINUTES - THE MINUTES OF THE CLOSING    *
066108*    NIGHT'S WINDOW (OR OBSERVED SPAN) COVERED BY A PLANNED     *
066110*    OUTAGE FOR THIS JOB OR *ALL, NEVER MORE THAN THE WINDOW    *
066112*    ITSELF, CREDITED TO THE MONTH SO THE AVAILABILITY CAN      *
066114*    TAKE THEM OUT OF THE DENOMINATOR.                          *
066116*****************************************************************
066118 2750-CREDIT-OUTAGE-MINUTES.
066120     IF WS-OUT-COUNT = 0
066122         GO TO 2750-EXIT
066124     END-IF.
066126     IF WS-NIGHT-HAS-WINDOW = 'Y'
066128         COMPUTE WS-OC-RANGE-FROM = (WS-NIGHT-DAYNUM * 86400)
066130             + (WS-WC-START-MINS * 60)
066132         COMPUTE WS-OC-RANGE-TO = (WS-NIGHT-DAYNUM * 86400)
066134             + (WS-WC-END-MINS * 60)
066136     ELSE
066138         COMPUTE WS-OC-RANGE-FROM =
066140             (WS-NIGHT-DAYNUM * 86400) + WS-NIGHT-FIRST-SECS
066142         COMPUTE WS-OC-RANGE-TO =
066144             (WS-NIGHT-DAYNUM * 86400) + WS-NIGHT-LAST-SECS
066146     END-IF.
066148     PERFORM 7400-SUM-OUTAGE-OVERLAP THRU 7400-EXIT.
066150     COMPUTE WS-OC-OUT-MINS = WS-OC-OVERLAP-SECS / 60.
066152     IF WS-OC-OUT-MINS > WS-NIGHT-WINDOW-MINS
066154         MOVE WS-NIGHT-WINDOW-MINS TO WS-OC-OUT-MINS
066156     END-IF.
066158     ADD WS-OC-OUT-MINS
066160         TO WS-JT-OUT-MINS (JT-IX, WS-CURRENT-NIGHT-SLOT).
066162 2750-EXIT.
066164     EXIT.
066200*
066300*****************************************************************
066400*    2900-READ-HISTORY-RECORD - READ-AHEAD ONE RECORD.          *
070700*    7200-COMPUTE-AVAILABILITY - PERCENT OF THE WINDOW THE      *
070800*    CANARY WAS BEATING FOR ONE JOB AND MONTH SLOT: WINDOW      *
070900*    MINUTES LESS STALL-GAP MINUTES, OVER WINDOW MINUTES.  A    *
071000*    MONTH WITH NO WINDOW MINUTES SCORES ZERO.  PLANNED-OUTAGE  *
071010*    MINUTES ARE TAKEN OUT OF THE WINDOW FIRST.                 *
071100*****************************************************************
071200 7200-COMPUTE-AVAILABILITY.
071300     COMPUTE WS-GAP-MINUTES =
071400         WS-JT-GAP-SECS (JT-IX, WS-MONTH-SLOT) / 60.
071410     MOVE 0 TO WS-NET-WIN-MINS.
071420     IF WS-JT-WIN-MINS (JT-IX, WS-MONTH-SLOT)
071430             > WS-JT-OUT-MINS (JT-IX, WS-MONTH-SLOT)
071440         COMPUTE WS-NET-WIN-MINS =
071450             WS-JT-WIN-MINS (JT-IX, WS-MONTH-SLOT)
071460             - WS-JT-OUT-MINS (JT-IX, WS-MONTH-SLOT)
071470     END-IF.
071500     IF WS-NET-WIN-MINS = 0
071600         MOVE 0 TO WS-AVAIL-PCT
071700         GO TO 7200-EXIT
071800     END-IF.
071900     IF WS-GAP-MINUTES > WS-NET-WIN-MINS
072000         MOVE 0 TO WS-AVAIL-PCT
072100         GO TO 7200-EXIT
072200     END-IF.
072300     COMPUTE WS-AVAIL-PCT ROUNDED =
072400         ((WS-NET-WIN-MINS - WS-GAP-MINUTES) * 100)
072600         / WS-NET-WIN-MINS.
072700 7200-EXIT.
072800     EXIT.
072900*
073900     END-IF.
074000 7300-EXIT.
074100     EXIT.
074102*
074104*****************************************************************
074106*    7400-SUM-OUTAGE-OVERLAP - TOTAL SECONDS OF THE RANGE       *
074108*    WS-OC-RANGE-FROM/TO (SERIAL SECONDS) COVERED BY PLANNED    *
074110*    OUTAGES FOR THE CURRENT JOB OR *ALL, INTO                  *
074112*    WS-OC-OVERLAP-SECS, NEVER MORE THAN THE RANGE ITSELF.      *
074114*****************************************************************
074116 7400-SUM-OUTAGE-OVERLAP.
074118     MOVE 0 TO WS-OC-OVERLAP-SECS.
074120     IF WS-OC-RANGE-TO NOT > WS-OC-RANGE-FROM
074122         GO TO 7400-EXIT
074124     END-IF.
074126     PERFORM 7450-ADD-ONE-OVERLAP THRU 7450-EXIT
074128         VARYING OT-IX FROM 1 BY 1
074130         UNTIL OT-IX > WS-OUT-COUNT.
074132     IF WS-OC-OVERLAP-SECS > WS-OC-RANGE-TO - WS-OC-RANGE-FROM
074134         COMPUTE WS-OC-OVERLAP-SECS =
074136             WS-OC-RANGE-TO - WS-OC-RANGE-FROM
074138     END-IF.
074140 7400-EXIT.
074142     EXIT.
074144*
074146*****************************************************************
074148*    7450-ADD-ONE-OVERLAP - ADD ONE OUTAGE'S OVERLAP WITH THE   *
074150*    RANGE WHEN IT APPLIES TO THE CURRENT JOB.                  *
074152*****************************************************************
074154 7450-ADD-ONE-OVERLAP.
074156     IF WS-OT-JOB-ID (OT-IX) NOT = WS-CURRENT-JOB-ID
074158         AND WS-OT-JOB-ID (OT-IX) NOT = '*ALL'
074160         GO TO 7450-EXIT
074162     END-IF.
074164     IF WS-OT-FROM-SECS (OT-IX) > WS-OC-RANGE-FROM
074166         MOVE WS-OT-FROM-SECS (OT-IX) TO WS-OC-LOW
074168     ELSE
074170         MOVE WS-OC-RANGE-FROM TO WS-OC-LOW
074172     END-IF.
074174     IF WS-OT-TO-SECS (OT-IX) < WS-OC-RANGE-TO
074176         MOVE WS-OT-TO-SECS (OT-IX) TO WS-OC-HIGH
074178     ELSE
074180         MOVE WS-OC-RANGE-TO TO WS-OC-HIGH
074182     END-IF.
074184     IF WS-OC-HIGH > WS-OC-LOW
074186         COMPUTE WS-OC-OVERLAP-SECS =
074188             WS-OC-OVERLAP-SECS + WS-OC-HIGH - WS-OC-LOW
074190     END-IF.
074192 7450-EXIT.
074194     EXIT.
074200*
074300*****************************************************************
074400*    8000-WRITE-REPORT - THE BANNER, ONE SECTION PER JOB, THE   *
074500*    FLEET ROLL-UP AND THE PLANNED OUTAGES FOR THE REPORT       *
074510*    MONTH, AND THE NIGHT SIGN-OFF EXCEPTIONS.                  *
074600*****************************************************************
074700 8000-WRITE-REPORT.
074800     MOVE WS-HDR1 TO RPT-LINE.
076000         VARYING JT-IX FROM 1 BY 1
076100         UNTIL JT-IX > WS-JOB-COUNT.
076200     PERFORM 8300-WRITE-FLEET-ROLLUP THRU 8300-EXIT.
076210     PERFORM 8500-WRITE-OUTAGE-LIST THRU 8500-EXIT.
076220     PERFORM 8600-WRITE-SIGNOFF-LIST THRU 8600-EXIT.
076300     IF WS-BAD-RECORD-COUNT > 0
076400         MOVE WS-BAD-RECORD-COUNT TO WS-BAD-COUNT-D
076500         MOVE SPACES TO RPT-LINE
080400*****************************************************************
080500*    8200-WRITE-MONTH-LINES - ONE MONTH SLOT'S FIGURES FOR      *
080600*    THE JOB SECTION: COUNTS, STALL MINUTES, WINDOW MINUTES     *
080700*    AND THE AVAILABILITY PERCENTAGE, AND THE PLANNED-OUTAGE    *
080710*    MINUTES WHEN THE MONTH HAD ANY.                            *
080800*****************************************************************
080900 8200-WRITE-MONTH-LINES.
081000     MOVE WS-JT-NIGHTS (JT-IX, WS-MONTH-SLOT) TO WS-NIGHTS-D.
085500             " PCT" DELIMITED BY SIZE
085600         INTO RPT-LINE.
085700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
085705     IF WS-JT-OUT-MINS (JT-IX, WS-MONTH-SLOT) > 0
085710         MOVE WS-JT-OUT-MINS (JT-IX, WS-MONTH-SLOT)
085715             TO WS-OUT-MINS-D
085720         MOVE SPACES TO RPT-LINE
085725         STRING "    PLANNED OUTAGE MIN " DELIMITED BY SIZE
085730                 WS-OUT-MINS-D       DELIMITED BY SIZE
085735                 "  (TAKEN OUT OF THE WINDOW)" DELIMITED BY SIZE
085740             INTO RPT-LINE
085745         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
085750     END-IF.
085800 8200-EXIT.
085900     EXIT.
086000*
089700             WS-ALERTS-D         DELIMITED BY SIZE
089800         INTO RPT-LINE.
089900     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
089910     MOVE 0 TO WS-NET-WIN-MINS.
089920     IF WS-FT-WIN-MINS > WS-FT-OUT-MINS
089930         COMPUTE WS-NET-WIN-MINS = WS-FT-WIN-MINS - WS-FT-OUT-MINS
089940     END-IF.
090000     IF WS-NET-WIN-MINS = 0
090100         OR WS-GAP-MINUTES > WS-NET-WIN-MINS
090200         MOVE 0 TO WS-AVAIL-PCT
090300     ELSE
090400         COMPUTE WS-AVAIL-PCT ROUNDED =
090500             ((WS-NET-WIN-MINS - WS-GAP-MINUTES) * 100)
090600             / WS-NET-WIN-MINS
090700     END-IF.
090800     MOVE WS-AVAIL-PCT TO WS-AVAIL-PCT-D.
090900     MOVE SPACES TO RPT-LINE.
091700         INTO RPT-LINE.
091800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
091900     DISPLAY RPT-LINE.
091910     IF WS-FT-OUT-MINS > 0
091920         MOVE WS-FT-OUT-MINS TO WS-OUT-MINS-D
091930         MOVE SPACES TO RPT-LINE
091940         STRING "PLANNED OUTAGE MIN " DELIMITED BY SIZE
091950                 WS-OUT-MINS-D       DELIMITED BY SIZE
091960                 "  (TAKEN OUT OF THE WINDOW)" DELIMITED BY SIZE
091970             INTO RPT-LINE
091980         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
091990     END-IF.
092000 8300-EXIT.
092100     EXIT.
092200*
093100     ADD WS-JT-ALERTS (JT-IX, 1) TO WS-FT-ALERTS.
093200     ADD WS-JT-GAP-SECS (JT-IX, 1) TO WS-FT-GAP-SECS.
093300     ADD WS-JT-WIN-MINS (JT-IX, 1) TO WS-FT-WIN-MINS.
093310     ADD WS-JT-OUT-MINS (JT-IX, 1) TO WS-FT-OUT-MINS.
093400 8350-EXIT.
093500     EXIT.
093502*
093504*****************************************************************
093506*    8500-WRITE-OUTAGE-LIST - EVERY PLANNED OUTAGE ON THE       *
093508*    SCHEDULE THAT TOUCHES THE REPORT MONTH, SO THE TIME TAKEN  *
093510*    OUT OF THE WINDOW CAN BE TRACED TO WHO ASKED FOR IT AND    *
093512*    WHY.                                                       *
093514*****************************************************************
093516 8500-WRITE-OUTAGE-LIST.
093518     MOVE WS-REPORT-MONTH TO WS-OC-MONTH-X.
093520     MOVE 0 TO WS-OUT-LISTED-COUNT.
093522     MOVE SPACES TO RPT-LINE.
093524     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093526     MOVE WS-OUTAGE-HDR TO RPT-LINE.
093528     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093530     MOVE WS-HDR2 TO RPT-LINE.
093532     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093534     MOVE WS-OUTAGE-COL-HDR TO RPT-LINE.
093536     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093538     PERFORM 8550-WRITE-ONE-OUTAGE THRU 8550-EXIT
093540         VARYING OT-IX FROM 1 BY 1
093542         UNTIL OT-IX > WS-OUT-COUNT.
093544     IF WS-OUT-LISTED-COUNT = 0
093546         MOVE "NO PLANNED OUTAGES DECLARED FOR THE MONTH"
093548             TO RPT-LINE
093550         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
093552     END-IF.
093554 8500-EXIT.
093556     EXIT.
093558*
093560*****************************************************************
093562*    8550-WRITE-ONE-OUTAGE - ONE OUTAGE LINE WHEN ITS FROM/TO   *
093564*    RANGE TOUCHES THE REPORT MONTH.                            *
093566*****************************************************************
093568 8550-WRITE-ONE-OUTAGE.
093570     IF WS-OT-FROM (OT-IX)(1:6) > WS-OC-MONTH-X
093572         OR WS-OT-TO (OT-IX)(1:6) < WS-OC-MONTH-X
093574         GO TO 8550-EXIT
093576     END-IF.
093578     ADD 1 TO WS-OUT-LISTED-COUNT.
093580     MOVE WS-OT-JOB-ID (OT-IX) TO WS-OL-JOB-ID.
093582     MOVE WS-OT-FROM (OT-IX) TO WS-OL-FROM.
093584     MOVE WS-OT-TO (OT-IX) TO WS-OL-TO.
093586     MOVE WS-OT-REQUESTOR (OT-IX) TO WS-OL-REQUESTOR.
093588     MOVE WS-OT-REASON (OT-IX) TO WS-OL-REASON.
093590     MOVE WS-OUTAGE-LINE TO RPT-LINE.
093592     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093594 8550-EXIT.
093596     EXIT.
093600*
093601*****************************************************************
093602*    8600-WRITE-SIGNOFF-LIST - THE REPORT MONTH'S NIGHTS THAT   *
093603*    NEED A SECOND LOOK ON THE NIGHT SIGN-OFF LEDGER: A NIGHT   *
093604*    THE HISTORY SHOWS RUNNING WITH NO CERTIFICATE ON THE       *
093605*    LEDGER, A CERTIFIED NIGHT NEVER SIGNED OFF, AND A NIGHT    *
093606*    SIGNED OFF OVER A FAIL VERDICT (BY OVERRIDE, OR BECAUSE A  *
093607*    LATER CERTIFICATE RERUN FAILED IT AFTER THE SIGN-OFF).     *
093608*****************************************************************
093609 8600-WRITE-SIGNOFF-LIST.
093610     MOVE 0 TO WS-SO-UNSIGNED-COUNT.
093611     MOVE 0 TO WS-SO-OVERRIDE-COUNT.
093612     MOVE SPACES TO RPT-LINE.
093613     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093614     MOVE WS-SIGNOFF-HDR TO RPT-LINE.
093615     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093616     MOVE WS-HDR2 TO RPT-LINE.
093617     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093618     IF NOT WS-SGN-OPEN
093619         MOVE "SIGN-OFF LEDGER NOT AVAILABLE - NIGHTS NOT CHECKED"
093620             TO RPT-LINE
093621         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
093622         GO TO 8600-EXIT
093623     END-IF.
093624     PERFORM 8650-CHECK-ONE-NIGHT THRU 8650-EXIT
093625         VARYING WS-SO-DAY FROM 1 BY 1
093626         UNTIL WS-SO-DAY > 31.
093627     IF WS-SO-UNSIGNED-COUNT = 0
093628         AND WS-SO-OVERRIDE-COUNT = 0
093629         MOVE "EVERY NIGHT SIGNED OFF - NONE OVER A FAILURE"
093630             TO RPT-LINE
093631         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
093632     END-IF.
093633     MOVE WS-SO-UNSIGNED-COUNT TO WS-SO-COUNT-D.
093634     MOVE SPACES TO RPT-LINE.
093635     STRING "NIGHTS NEVER SIGNED OFF . . : " DELIMITED BY SIZE
093636             WS-SO-COUNT-D       DELIMITED BY SIZE
093637         INTO RPT-LINE.
093638     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093639     MOVE WS-SO-OVERRIDE-COUNT TO WS-SO-COUNT-D.
093640     MOVE SPACES TO RPT-LINE.
093641     STRING "SIGNED OFF OVER A FAILURE . : " DELIMITED BY SIZE
093642             WS-SO-COUNT-D       DELIMITED BY SIZE
093643         INTO RPT-LINE.
093644     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093645 8600-EXIT.
093646     EXIT.
093647*
093648*****************************************************************
093649*    8650-CHECK-ONE-NIGHT - LOOK ONE DAY OF THE REPORT MONTH    *
093650*    UP ON THE LEDGER AND LIST IT IF IT IS AN EXCEPTION.  A     *
093651*    DAY WITH NO LEDGER RECORD IS ONLY AN EXCEPTION WHEN THE    *
093652*    HISTORY SHOWS A CANARY RAN THAT NIGHT.                     *
093653*****************************************************************
093654 8650-CHECK-ONE-NIGHT.
093655     MOVE WS-REPORT-MONTH TO WS-SO-MONTH.
093656     MOVE WS-SO-DAY TO WS-SO-NIGHT-DAY.
093657     MOVE WS-SO-NIGHT TO PAND-SGN-NIGHT.
093658     READ SGN-FILE
093659         INVALID KEY
093660             IF WS-SO-SEEN (WS-SO-DAY) = 'Y'
093661                 ADD 1 TO WS-SO-UNSIGNED-COUNT
093662                 MOVE SPACES TO RPT-LINE
093663                 STRING "NIGHT " DELIMITED BY SIZE
093664                         WS-SO-NIGHT     DELIMITED BY SIZE
093665                         "  NO CERTIFICATE - NEVER SIGNED OFF"
093666                             DELIMITED BY SIZE
093667                     INTO RPT-LINE
093668                 PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
093669             END-IF
093670             GO TO 8650-EXIT
093671     END-READ.
093672     IF WS-SGN-STATUS NOT = '00'
093673         DISPLAY "PANDORA MONTHLY - SIGN-OFF LEDGER READ FAILED "
093674             "- STATUS " WS-SGN-STATUS " - NIGHT " WS-SO-NIGHT
093675         GO TO 8650-EXIT
093676     END-IF.
093677     EVALUATE TRUE
093678         WHEN PAND-SGN-PASS
093679             MOVE "PASS" TO WS-SO-VERDICT-WORD
093680         WHEN PAND-SGN-ATTENTION
093681             MOVE "ATTENTION" TO WS-SO-VERDICT-WORD
093682         WHEN OTHER
093683             MOVE "FAIL" TO WS-SO-VERDICT-WORD
093684     END-EVALUATE.
093685     IF NOT PAND-SGN-SIGNED
093686         ADD 1 TO WS-SO-UNSIGNED-COUNT
093687         MOVE SPACES TO RPT-LINE
093688         STRING "NIGHT " DELIMITED BY SIZE
093689                 WS-SO-NIGHT         DELIMITED BY SIZE
093690                 "  CERTIFIED " DELIMITED BY SIZE
093691                 WS-SO-VERDICT-WORD  DELIMITED BY SPACE
093692                 " - NEVER SIGNED OFF" DELIMITED BY SIZE
093693             INTO RPT-LINE
093694         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
093695         GO TO 8650-EXIT
093696     END-IF.
093697     IF NOT PAND-SGN-FAIL
093698         AND PAND-SGN-SIGNED-VERDICT NOT = 'F'
093699         GO TO 8650-EXIT
093700     END-IF.
093701     ADD 1 TO WS-SO-OVERRIDE-COUNT.
093702     MOVE SPACES TO RPT-LINE.
093703     STRING "NIGHT " DELIMITED BY SIZE
093704             WS-SO-NIGHT         DELIMITED BY SIZE
093705             "  " DELIMITED BY SIZE
093706             WS-SO-VERDICT-WORD  DELIMITED BY SPACE
093707             " - SIGNED OFF OVER A FAILURE BY " DELIMITED BY SIZE
093708             PAND-SGN-INITS      DELIMITED BY SIZE
093709         INTO RPT-LINE.
093710     IF PAND-SGN-OVERRIDDEN
093711         MOVE "(OVERRIDE)" TO RPT-LINE(62:10)
093712     END-IF.
093713     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093714     MOVE SPACES TO RPT-LINE.
093715     STRING "    NOTE - " DELIMITED BY SIZE
093716             PAND-SGN-NOTE       DELIMITED BY SIZE
093717         INTO RPT-LINE.
093718     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
093719 8650-EXIT.
093720     EXIT.
093721*
093750*****************************************************************
093800*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
093900*    CODE.  A FAILED OPEN GETS ITS OWN NONZERO CODE SO AN       *
094000*    EMPTY STATEMENT IS NEVER MISTAKEN FOR A QUIET MONTH.       *
094100*****************************************************************
094200 9000-TERMINATE.
094300     CLOSE HIST-FILE.
094310     IF WS-SGN-OPEN
094320         CLOSE SGN-FILE
094330     END-IF.
094400     CLOSE RPT-FILE.
094500     IF WS-OPEN-FAILED
094600         MOVE 16 TO RETURN-CODE
