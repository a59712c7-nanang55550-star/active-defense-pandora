000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDARSP.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDARSP                                                    *
001000*   ALERT RESPONSE-TIME REPORT AND ALERT ARCHIVAL OVER THE      *
001100*   KEYED ALERT/EVENT MASTER.  EVERY ALERT CARRIES ITS RAISE    *
001200*   TIMESTAMP, SOURCE, SEVERITY AND, ONCE HANDLED, THE ACK      *
001300*   INITIALS AND ACK TIMESTAMP; THIS REPORT TURNS THOSE INTO    *
001400*   NUMBERS FOR THE ALERTS RAISED IN THE REPORT PERIOD:         *
001500*                                                               *
001600*     - TIME TO ACKNOWLEDGE BY SOURCE (PANDHB01, PANDWDOG,      *
001700*       PANDRECN, PANDAVAL), BY JOB, BY SEVERITY AND BY THE     *
001800*       ACKNOWLEDGING OPERATOR - ALERTS ACKED, AVERAGE AND      *
001900*       WORST TIME TO ACK, AND ALERTS STILL OPEN                *
002000*     - THE ALERTS THAT WERE OPEN LONGEST, ACKED OR NOT         *
002100*     - REPEAT OFFENDERS: A JOB AND SOURCE THAT ALERTED ON      *
002200*       SEVERAL NIGHTS OF THE PERIOD, WITH THE LONGEST RUN OF   *
002300*       CONSECUTIVE NIGHTS                                      *
002400*                                                               *
002500*   SUPPRESSED ('S') ALERTS NEED NO ACKNOWLEDGMENT AND ARE ONLY *
002600*   COUNTED.  ON THE SAME PASS, EVERY ACKNOWLEDGED OR           *
002700*   SUPPRESSED ALERT RAISED BEFORE THE RETENTION CUTOFF IS      *
002800*   COPIED TO THE ALERT ARCHIVE GENERATION AND THEN DELETED     *
002900*   FROM THE MASTER, SO LISTALL STAYS SHORT AND THE RECORD IS   *
003000*   STILL KEPT FOR AUDIT.  AN OPEN ALERT IS NEVER ARCHIVED,     *
003100*   HOWEVER OLD.  THE PARM GIVES THE RETENTION PERIOD (BYTES    *
003200*   1-5, DAYS, ZERO-PADDED; DEFAULT 30) AND THE REPORT PERIOD   *
003300*   (BYTES 7-11, DAYS, ZERO-PADDED; DEFAULT 7).  A NIGHT IS THE *
003400*   CALENDAR DATE OF THE RAISE TIMESTAMP, AS IN THE TREND AND   *
003500*   MONTHLY REPORTS.                                            *
003510*                                                               *
003520*   AN ACKNOWLEDGED ALERT IS ONLY ARCHIVED ONCE THE             *
003530*   EVENT FORWARDER (PANDEVFW) HAS SENT ITS CLEAR, SO NO        *
003540*   ALERT LEAVES THE MASTER WITH AN EVENT STILL OWED; ONE       *
003550*   PAST RETENTION BUT STILL WAITING IS COUNTED AS HELD.        *
003600*                                                               *
003700*   MODIFICATION HISTORY                                        *
003800*   DATE       INIT  DESCRIPTION                                 *
003900*   ---------- ----  --------------------------------------     *
004000*   2026-10-15  DLM  ORIGINAL VERSION.                           *
004010*   2026-10-15  DLM  HOLD AN ACKNOWLEDGED ALERT ON THE MASTER    *
004020*                    UNTIL ITS CLEAR EVENT HAS BEEN FORWARDED,   *
004030*                    AND COUNT THE ALERTS HELD.  THE ARCHIVE     *
004040*                    RECORD FOLLOWS PANDALT TO 180 BYTES.        *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ALERT-FILE ASSIGN TO ALERTFIL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PAND-ALT-KEY
004900         FILE STATUS IS WS-ALT-STATUS.
005000     SELECT ARC-FILE ASSIGN TO ALTARCH
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ARC-STATUS.
005300     SELECT RPT-FILE ASSIGN TO RPTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RPT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ALERT-FILE
006000     RECORDING MODE IS F.
006100     COPY PANDALT.
006200*
006300*    THE ARCHIVE RECORD IS AN UNALTERED IMAGE OF THE ALERT
006400*    MASTER RECORD (PANDALT).
006500 FD  ARC-FILE
006600     RECORDING MODE IS F.
006700 01  ARC-REC                    PIC X(180).
006800*
006900 FD  RPT-FILE
007000     RECORDING MODE IS F.
007100 01  RPT-LINE                   PIC X(80).
007200*
007300 WORKING-STORAGE SECTION.
007400*
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007700         88  WS-EOF                 VALUE 'Y'.
007800     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007900         88  WS-OPEN-FAILED         VALUE 'Y'.
008000     05  WS-ARC-FAILED-SWITCH   PIC X(01) VALUE 'N'.
008100         88  WS-ARC-FAILED          VALUE 'Y'.
008200     05  WS-STAMP-OK-SWITCH     PIC X(01) VALUE 'N'.
008300         88  WS-STAMP-OK            VALUE 'Y'.
008400     05  WS-GRP-FULL-SWITCH     PIC X(01) VALUE 'N'.
008500         88  WS-GRP-FULL            VALUE 'Y'.
008600     05  WS-RO-FULL-SWITCH      PIC X(01) VALUE 'N'.
008700         88  WS-RO-FULL             VALUE 'Y'.
008800     05  WS-LINE-HIT-SWITCH     PIC X(01) VALUE 'N'.
008900         88  WS-LINE-HIT            VALUE 'Y'.
009000*
009100 01  WS-FILE-STATUSES.
009200     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
009300     05  WS-ARC-STATUS          PIC X(02) VALUE '00'.
009400     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
009500*
009600 01  WS-COUNTERS.
009700     05  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
009800     05  WS-PERIOD-COUNT        PIC 9(07) COMP VALUE 0.
009900     05  WS-ACKED-COUNT         PIC 9(07) COMP VALUE 0.
010000     05  WS-OPEN-COUNT          PIC 9(07) COMP VALUE 0.
010100     05  WS-SUPPRESSED-COUNT    PIC 9(07) COMP VALUE 0.
010200     05  WS-ARCHIVE-COUNT       PIC 9(07) COMP VALUE 0.
010300     05  WS-FAIL-COUNT          PIC 9(07) COMP VALUE 0.
010400     05  WS-BAD-STAMP-COUNT     PIC 9(07) COMP VALUE 0.
010410     05  WS-HELD-COUNT          PIC 9(07) COMP VALUE 0.
010500*
010600 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010700 01  WS-RETENTION-DAYS          PIC 9(05) VALUE 30.
010800 01  WS-REPORT-DAYS             PIC 9(05) VALUE 7.
010900 01  WS-REPEAT-MIN-NIGHTS       PIC 9(05) VALUE 3.
011000*
011100 01  WS-RUN-DATE-FIELDS.
011200     05  WS-TODAY-DATE          PIC 9(08) VALUE 0.
011300     05  WS-NOW-TIME            PIC 9(08) VALUE 0.
011400     05  WS-NOW-STAMP           PIC X(15) VALUE SPACES.
011500     05  WS-NOW-SECS            PIC 9(11) COMP VALUE 0.
011600     05  WS-TODAY-DAYNUM        PIC 9(07) COMP VALUE 0.
011700     05  WS-CUTOFF-DAYNUM       PIC 9(07) COMP VALUE 0.
011800     05  WS-PERIOD-DAYNUM       PIC 9(07) COMP VALUE 0.
011900*
012000 01  WS-ALERT-FIELDS.
012100     05  WS-RAISE-SECS          PIC 9(11) COMP VALUE 0.
012200     05  WS-RAISE-DAYNUM        PIC 9(07) COMP VALUE 0.
012300     05  WS-ACK-SECS            PIC 9(11) COMP VALUE 0.
012400     05  WS-OPEN-SECS           PIC 9(09) COMP VALUE 0.
012500     05  WS-SEVERITY-NAME       PIC X(08) VALUE SPACES.
012600*
012700 01  WS-STAMP-CONVERT-FIELDS.
012800     05  WS-SC-STAMP            PIC X(15) VALUE SPACES.
012900     05  WS-SC-STAMP-PARTS REDEFINES WS-SC-STAMP.
013000         10  WS-SC-DATE         PIC X(08).
013100         10  WS-SC-DASH         PIC X(01).
013200         10  WS-SC-HH           PIC 9(02).
013300         10  WS-SC-MM           PIC 9(02).
013400         10  WS-SC-SS           PIC 9(02).
013500     05  WS-SC-SECS             PIC 9(11) COMP VALUE 0.
013600*
013700 01  WS-DATE-CONVERT-FIELDS.
013800     05  WS-DC-DATE             PIC 9(08) VALUE 0.
013900     05  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
014000         10  WS-DC-YEAR         PIC 9(04).
014100         10  WS-DC-MONTH        PIC 9(02).
014200         10  WS-DC-DAY          PIC 9(02).
014300     05  WS-DC-LEAP-YEAR        PIC 9(05) COMP VALUE 0.
014400     05  WS-DC-LEAPS-4          PIC 9(05) COMP VALUE 0.
014500     05  WS-DC-LEAPS-100        PIC 9(05) COMP VALUE 0.
014600     05  WS-DC-LEAPS-400        PIC 9(05) COMP VALUE 0.
014700     05  WS-DC-DAYNUM           PIC 9(07) COMP VALUE 0.
014800*
014900 01  WS-MONTH-DAYS-TEXT         PIC X(36) VALUE
015000     "000031059090120151181212243273304334".
015100 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TEXT.
015200     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
015300*
015400*    RESPONSE-TIME GROUPS.  THE GROUP CODE SAYS WHICH BREAKDOWN
015500*    AN ENTRY BELONGS TO: S SOURCE, J JOB, V SEVERITY, O THE
015600*    ACKNOWLEDGING OPERATOR.
015700 01  WS-GROUP-TABLE-FIELDS.
015800     05  WS-GRP-MAX             PIC 9(03) COMP VALUE 400.
015900     05  WS-GRP-COUNT           PIC 9(03) COMP VALUE 0.
016000     05  WS-GRP-CODE            PIC X(01) VALUE SPACE.
016100     05  WS-GRP-KEY             PIC X(08) VALUE SPACES.
016200     05  WS-GRP-ENTRY OCCURS 400 TIMES
016300             INDEXED BY GR-IX.
016400         10  WS-GR-CODE         PIC X(01).
016500         10  WS-GR-KEY          PIC X(08).
016600         10  WS-GR-ACKED        PIC 9(07) COMP.
016700         10  WS-GR-TOTAL-SECS   PIC 9(11) COMP.
016800         10  WS-GR-WORST-SECS   PIC 9(09) COMP.
016900         10  WS-GR-OPEN         PIC 9(07) COMP.
017000*
017100*    LONGEST-OPEN ALERTS, KEPT IN DESCENDING ORDER OF TIME OPEN.
017200 01  WS-LONGEST-TABLE-FIELDS.
017300     05  WS-LO-MAX              PIC 9(03) COMP VALUE 10.
017400     05  WS-LO-COUNT            PIC 9(03) COMP VALUE 0.
017500     05  WS-LO-ENTRY OCCURS 10 TIMES
017600             INDEXED BY LO-IX, LO-JX.
017700         10  WS-LO-SECS         PIC 9(09) COMP.
017800         10  WS-LO-JOB-ID       PIC X(08).
017900         10  WS-LO-STAMP        PIC X(15).
018000         10  WS-LO-SOURCE       PIC X(08).
018100         10  WS-LO-SEVERITY     PIC X(01).
018200         10  WS-LO-STATUS       PIC X(01).
018300         10  WS-LO-ACK-INITS    PIC X(03).
018400     05  WS-LO-HOLD             PIC X(40).
018500*
018600*    REPEAT OFFENDERS - ONE ENTRY PER JOB AND SOURCE.  THE MASTER
018700*    IS READ IN JOB/TIMESTAMP ORDER, SO EACH ENTRY SEES ITS
018800*    NIGHTS IN ASCENDING ORDER.
018900 01  WS-REPEAT-TABLE-FIELDS.
019000     05  WS-RO-MAX              PIC 9(03) COMP VALUE 300.
019100     05  WS-RO-COUNT            PIC 9(03) COMP VALUE 0.
019200     05  WS-RO-ENTRY OCCURS 300 TIMES
019300             INDEXED BY RO-IX.
019400         10  WS-RO-JOB-ID       PIC X(08).
019500         10  WS-RO-SOURCE       PIC X(08).
019600         10  WS-RO-ALERTS       PIC 9(05) COMP.
019700         10  WS-RO-NIGHTS       PIC 9(05) COMP.
019800         10  WS-RO-LAST-DAYNUM  PIC 9(07) COMP.
019900         10  WS-RO-RUN          PIC 9(05) COMP.
020000         10  WS-RO-BEST-RUN     PIC 9(05) COMP.
020100*
020200 01  WS-DURATION-FIELDS.
020300     05  WS-DUR-SECS            PIC 9(11) COMP VALUE 0.
020400     05  WS-DUR-HOURS           PIC 9(07) COMP VALUE 0.
020500     05  WS-DUR-MINS            PIC 9(07) COMP VALUE 0.
020600 01  WS-DURATION-EDIT.
020700     05  WS-DE-HOURS            PIC ZZZZ9.
020800     05  FILLER                 PIC X(01) VALUE ":".
020900     05  WS-DE-MINS             PIC 9(02).
021000*
021100 01  WS-SAVED-LINE              PIC X(80) VALUE SPACES.
021200*
021300 01  WS-PAGE-FIELDS.
021400     05  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
021500     05  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
021600     05  WS-PAGE-NUMBER         PIC 9(05) COMP VALUE 0.
021700*
021800 01  WS-PAGE-HEADER-LINE.
021900     05  FILLER                 PIC X(46) VALUE
022000         "PANDORA HEARTBEAT - ALERT RESPONSE-TIME REPORT".
022100     05  FILLER                 PIC X(24) VALUE SPACES.
022200     05  FILLER                 PIC X(05) VALUE "PAGE ".
022300     05  WS-PH-PAGE-NUMBER      PIC ZZZZ9.
022400*
022500 01  WS-PERIOD-LINE.
022600     05  FILLER                 PIC X(22) VALUE
022700         "ALERTS RAISED IN THE ".
022800     05  WS-PL-DAYS             PIC ZZZZ9.
022900     05  FILLER                 PIC X(20) VALUE
023000         " DAYS TO RUN STAMP ".
023100     05  WS-PL-STAMP            PIC X(15).
023200     05  FILLER                 PIC X(18) VALUE SPACES.
023300*
023400 01  WS-GROUP-TITLE             PIC X(80) VALUE SPACES.
023500*
023600 01  WS-GROUP-COL-HDR.
023700     05  FILLER                 PIC X(12) VALUE "  ".
023800     05  FILLER                 PIC X(50) VALUE
023900         " ACKED  AVG HH:MM  WORST HH:MM  STILL OPEN".
024000     05  FILLER                 PIC X(18) VALUE SPACES.
024100*
024200 01  WS-GROUP-DETAIL-LINE.
024300     05  FILLER                 PIC X(02) VALUE SPACES.
024400     05  WS-GDL-KEY             PIC X(08).
024500     05  FILLER                 PIC X(02) VALUE SPACES.
024600     05  WS-GDL-ACKED           PIC ZZ,ZZ9.
024700     05  FILLER                 PIC X(03) VALUE SPACES.
024800     05  WS-GDL-AVERAGE         PIC X(08).
024900     05  FILLER                 PIC X(05) VALUE SPACES.
025000     05  WS-GDL-WORST           PIC X(08).
025100     05  FILLER                 PIC X(06) VALUE SPACES.
025200     05  WS-GDL-OPEN            PIC ZZ,ZZ9.
025300     05  FILLER                 PIC X(26) VALUE SPACES.
025400*
025500 01  WS-LONGEST-COL-HDR.
025600     05  FILLER                 PIC X(27) VALUE
025700         "  JOB ID   RAISED".
025800     05  FILLER                 PIC X(53) VALUE
025900         "SOURCE   SEV  OPEN HH:MM STATUS".
026000*
026100 01  WS-LONGEST-DETAIL-LINE.
026200     05  FILLER                 PIC X(02) VALUE SPACES.
026300     05  WS-LDL-JOB-ID          PIC X(08).
026400     05  FILLER                 PIC X(01) VALUE SPACE.
026500     05  WS-LDL-STAMP           PIC X(15).
026600     05  FILLER                 PIC X(01) VALUE SPACE.
026700     05  WS-LDL-SOURCE          PIC X(08).
026800     05  FILLER                 PIC X(02) VALUE SPACES.
026900     05  WS-LDL-SEVERITY        PIC X(01).
027000     05  FILLER                 PIC X(04) VALUE SPACES.
027100     05  WS-LDL-DURATION        PIC X(08).
027200     05  FILLER                 PIC X(02) VALUE SPACES.
027300     05  WS-LDL-STATUS          PIC X(20).
027400     05  FILLER                 PIC X(08) VALUE SPACES.
027500*
027600 01  WS-REPEAT-COL-HDR.
027700     05  FILLER                 PIC X(21) VALUE
027800         "  JOB ID   SOURCE".
027900     05  FILLER                 PIC X(59) VALUE
028000         "ALERTS  NIGHTS  LONGEST RUN OF NIGHTS".
028100*
028200 01  WS-REPEAT-DETAIL-LINE.
028300     05  FILLER                 PIC X(02) VALUE SPACES.
028400     05  WS-RDL-JOB-ID          PIC X(08).
028500     05  FILLER                 PIC X(01) VALUE SPACE.
028600     05  WS-RDL-SOURCE          PIC X(08).
028700     05  FILLER                 PIC X(02) VALUE SPACES.
028800     05  WS-RDL-ALERTS          PIC ZZ,ZZ9.
028900     05  FILLER                 PIC X(02) VALUE SPACES.
029000     05  WS-RDL-NIGHTS          PIC ZZ,ZZ9.
029100     05  FILLER                 PIC X(03) VALUE SPACES.
029200     05  WS-RDL-BEST-RUN        PIC ZZ,ZZ9.
029300     05  FILLER                 PIC X(36) VALUE SPACES.
029400*
029500 01  WS-DISPLAY-COUNTS.
029600     05  WS-COUNT-D             PIC 9(07).
029700*
029800 LINKAGE SECTION.
029900 01  LS-PARM-FIELD.
030000     05  LS-PARM-LEN            PIC S9(04) COMP.
030100     05  LS-PARM-TEXT           PIC X(11).
030200*
030300 PROCEDURE DIVISION USING LS-PARM-FIELD.
030400*
030500 0000-MAIN-PARA.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF WS-OPEN-FAILED
030800         GO TO 9000-TERMINATE
030900     END-IF.
031000     PERFORM 2000-PROCESS-ALERT THRU 2000-EXIT
031100         UNTIL WS-EOF.
031200     MOVE 'S' TO WS-GRP-CODE.
031300     MOVE "TIME TO ACKNOWLEDGE BY SOURCE" TO WS-GROUP-TITLE.
031400     PERFORM 5000-PRINT-GROUP-SECTION THRU 5000-EXIT.
031500     MOVE 'J' TO WS-GRP-CODE.
031600     MOVE "TIME TO ACKNOWLEDGE BY JOB" TO WS-GROUP-TITLE.
031700     PERFORM 5000-PRINT-GROUP-SECTION THRU 5000-EXIT.
031800     MOVE 'V' TO WS-GRP-CODE.
031900     MOVE "TIME TO ACKNOWLEDGE BY SEVERITY" TO WS-GROUP-TITLE.
032000     PERFORM 5000-PRINT-GROUP-SECTION THRU 5000-EXIT.
032100     MOVE 'O' TO WS-GRP-CODE.
032200     MOVE "TIME TO ACKNOWLEDGE BY ACKNOWLEDGING OPERATOR"
032300         TO WS-GROUP-TITLE.
032400     PERFORM 5000-PRINT-GROUP-SECTION THRU 5000-EXIT.
032500     PERFORM 5500-PRINT-LONGEST-OPEN THRU 5500-EXIT.
032600     PERFORM 6000-PRINT-REPEAT-OFFENDERS THRU 6000-EXIT.
032700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032900     GO TO 9999-EXIT.
033000*
033100*****************************************************************
033200*    1000-INITIALIZE - PICK UP THE RETENTION AND REPORT-PERIOD  *
033300*    PARMS, WORK OUT THE ARCHIVE CUTOFF AND THE FIRST DAY OF    *
033400*    THE REPORT PERIOD FROM TODAY'S DATE, OPEN THE ALERT        *
033500*    MASTER, THE ARCHIVE GENERATION AND THE REPORT, AND PRIME   *
033600*    THE READ-AHEAD.  A FAILED OPEN ON ANY OF THE THREE         *
033700*    ABANDONS THE RUN WITH ITS OWN RETURN CODE BEFORE A SINGLE  *
033800*    ALERT IS ARCHIVED.                                         *
033900*****************************************************************
034000 1000-INITIALIZE.
034100     MOVE LS-PARM-LEN TO WS-PARM-LEN.
034200     IF WS-PARM-LEN >= 5
034300         AND LS-PARM-TEXT(1:5) NUMERIC
034400         MOVE LS-PARM-TEXT(1:5) TO WS-RETENTION-DAYS
034500     ELSE
034600         IF WS-PARM-LEN > 0
034700             DISPLAY "PANDORA ALERT RESPONSE - RETENTION PARM "
034800                 "NOT FIVE DIGITS - USING DEFAULT "
034900                 WS-RETENTION-DAYS
035000         END-IF
035100     END-IF.
035200     IF WS-PARM-LEN >= 11
035300         AND LS-PARM-TEXT(7:5) NUMERIC
035400         AND LS-PARM-TEXT(7:5) > '00000'
035500         MOVE LS-PARM-TEXT(7:5) TO WS-REPORT-DAYS
035600     ELSE
035700         IF WS-PARM-LEN > 6
035800             DISPLAY "PANDORA ALERT RESPONSE - REPORT PARM NOT "
035900                 "FIVE DIGITS - USING DEFAULT " WS-REPORT-DAYS
036000         END-IF
036100     END-IF.
036200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
036300     ACCEPT WS-NOW-TIME FROM TIME.
036400     STRING WS-TODAY-DATE    DELIMITED BY SIZE
036500             "-"             DELIMITED BY SIZE
036600             WS-NOW-TIME(1:6) DELIMITED BY SIZE
036700         INTO WS-NOW-STAMP.
036800     MOVE WS-NOW-STAMP TO WS-SC-STAMP.
036900     PERFORM 7200-STAMP-TO-SECONDS THRU 7200-EXIT.
037000     MOVE WS-SC-SECS TO WS-NOW-SECS.
037100     MOVE WS-DC-DAYNUM TO WS-TODAY-DAYNUM.
037200     COMPUTE WS-CUTOFF-DAYNUM =
037300         WS-TODAY-DAYNUM - WS-RETENTION-DAYS.
037400     COMPUTE WS-PERIOD-DAYNUM =
037500         WS-TODAY-DAYNUM - WS-REPORT-DAYS.
037600*
037700     OPEN I-O ALERT-FILE.
037800     IF WS-ALT-STATUS NOT = '00'
037900         DISPLAY "PANDORA ALERT RESPONSE - ALERT MASTER OPEN "
038000             "FAILED - STATUS " WS-ALT-STATUS
038100         SET WS-OPEN-FAILED TO TRUE
038200     END-IF.
038300     OPEN OUTPUT ARC-FILE.
038400     IF WS-ARC-STATUS NOT = '00'
038500         DISPLAY "PANDORA ALERT RESPONSE - ALERT ARCHIVE OPEN "
038600             "FAILED - STATUS " WS-ARC-STATUS
038700         SET WS-OPEN-FAILED TO TRUE
038800     END-IF.
038900     OPEN OUTPUT RPT-FILE.
039000     IF WS-RPT-STATUS NOT = '00'
039100         DISPLAY "PANDORA ALERT RESPONSE - REPORT OPEN FAILED - "
039200             "STATUS " WS-RPT-STATUS
039300         SET WS-OPEN-FAILED TO TRUE
039400     END-IF.
039500     IF WS-OPEN-FAILED
039600         GO TO 1000-EXIT
039700     END-IF.
039800     MOVE WS-REPORT-DAYS TO WS-PL-DAYS.
039900     MOVE WS-NOW-STAMP TO WS-PL-STAMP.
040000     MOVE WS-PERIOD-LINE TO RPT-LINE.
040100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
040200     MOVE LOW-VALUES TO PAND-ALT-KEY.
040300     START ALERT-FILE KEY NOT < PAND-ALT-KEY
040400         INVALID KEY
040500             SET WS-EOF TO TRUE
040600     END-START.
040700     IF NOT WS-EOF
040800         PERFORM 2900-READ-ALERT THRU 2900-EXIT
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200*
041300*****************************************************************
041400*    2000-PROCESS-ALERT - TAKE ONE ALERT INTO THE REPORT WHEN   *
041500*    IT WAS RAISED IN THE REPORT PERIOD (AN OPEN ALERT ALWAYS   *
041600*    COUNTS, HOWEVER OLD), THEN ARCHIVE IT IF IT IS PAST        *
041700*    RETENTION.  AN ALERT WHOSE RAISE TIMESTAMP IS NOT A        *
041800*    USABLE DATE AND TIME IS COUNTED AND LEFT ALONE - NEITHER   *
041900*    REPORTED NOR ARCHIVED - SO A GARBLED KEY STAYS VISIBLE.    *
042000*****************************************************************
042100 2000-PROCESS-ALERT.
042200     MOVE PAND-ALT-TIMESTAMP TO WS-SC-STAMP.
042300     PERFORM 7200-STAMP-TO-SECONDS THRU 7200-EXIT.
042400     IF NOT WS-STAMP-OK
042500         ADD 1 TO WS-BAD-STAMP-COUNT
042600         GO TO 2000-NEXT
042700     END-IF.
042800     MOVE WS-SC-SECS TO WS-RAISE-SECS.
042900     MOVE WS-DC-DAYNUM TO WS-RAISE-DAYNUM.
043000     IF WS-RAISE-DAYNUM > WS-PERIOD-DAYNUM
043100         OR PAND-ALT-OPEN
043200         PERFORM 2100-COLLECT-RESPONSE THRU 2100-EXIT
043300     END-IF.
043400     IF WS-RAISE-DAYNUM < WS-CUTOFF-DAYNUM
043500         AND (PAND-ALT-ACKED OR PAND-ALT-SUPPRESSED)
043600         AND NOT WS-ARC-FAILED
043610         IF PAND-ALT-ACKED
043620             AND NOT PAND-ALT-CLEAR-FORWARDED
043630             AND NOT PAND-ALT-NOT-FOR-FORWARD
043640             ADD 1 TO WS-HELD-COUNT
043650         ELSE
043700             PERFORM 2500-ARCHIVE-ALERT THRU 2500-EXIT
043710         END-IF
043800     END-IF.
043900 2000-NEXT.
044000     PERFORM 2900-READ-ALERT THRU 2900-EXIT.
044100 2000-EXIT.
044200     EXIT.
044300*
044400*****************************************************************
044500*    2100-COLLECT-RESPONSE - ADD ONE ALERT TO THE BREAKDOWNS.   *
044600*    AN ACKED ALERT ADDS ITS TIME TO ACKNOWLEDGE (ACK STAMP     *
044700*    LESS RAISE STAMP) TO ITS SOURCE, JOB, SEVERITY AND         *
044800*    OPERATOR; AN OPEN ALERT ADDS TO THE STILL-OPEN COUNTS AND  *
044900*    IS AGED TO THE RUN TIME.  BOTH ARE CANDIDATES FOR THE      *
045000*    LONGEST-OPEN LIST AND THE REPEAT-OFFENDER TABLE.  A        *
045100*    SUPPRESSED ALERT IS ONLY COUNTED.  AN ACK STAMP THAT IS    *
045200*    NOT USABLE (OR EARLIER THAN THE RAISE) COUNTS AS ZERO      *
045300*    TIME SO THE ALERT IS STILL SEEN AS HANDLED.                *
045400*****************************************************************
045500 2100-COLLECT-RESPONSE.
045600     ADD 1 TO WS-PERIOD-COUNT.
045700     IF PAND-ALT-SUPPRESSED
045800         ADD 1 TO WS-SUPPRESSED-COUNT
045900         GO TO 2100-EXIT
046000     END-IF.
046100     EVALUATE TRUE
046200         WHEN PAND-ALT-SEV-INFO
046300             MOVE "INFO" TO WS-SEVERITY-NAME
046400         WHEN PAND-ALT-SEV-WARNING
046500             MOVE "WARNING" TO WS-SEVERITY-NAME
046600         WHEN PAND-ALT-SEV-CRITICAL
046700             MOVE "CRITICAL" TO WS-SEVERITY-NAME
046800         WHEN OTHER
046900             MOVE "UNKNOWN" TO WS-SEVERITY-NAME
047000     END-EVALUATE.
047100     IF PAND-ALT-OPEN
047200         ADD 1 TO WS-OPEN-COUNT
047300         IF WS-NOW-SECS > WS-RAISE-SECS
047400             COMPUTE WS-OPEN-SECS = WS-NOW-SECS - WS-RAISE-SECS
047500         ELSE
047600             MOVE 0 TO WS-OPEN-SECS
047700         END-IF
047800     ELSE
047900         ADD 1 TO WS-ACKED-COUNT
048000         MOVE PAND-ALT-ACK-STAMP TO WS-SC-STAMP
048100         PERFORM 7200-STAMP-TO-SECONDS THRU 7200-EXIT
048200         MOVE WS-SC-SECS TO WS-ACK-SECS
048300         IF WS-STAMP-OK
048400             AND WS-ACK-SECS > WS-RAISE-SECS
048500             COMPUTE WS-OPEN-SECS = WS-ACK-SECS - WS-RAISE-SECS
048600         ELSE
048700             MOVE 0 TO WS-OPEN-SECS
048800         END-IF
048900     END-IF.
049000     MOVE 'S' TO WS-GRP-CODE.
049100     MOVE PAND-ALT-SOURCE TO WS-GRP-KEY.
049200     PERFORM 7400-ADD-TO-GROUP THRU 7400-EXIT.
049300     MOVE 'J' TO WS-GRP-CODE.
049400     MOVE PAND-ALT-JOB-ID TO WS-GRP-KEY.
049500     PERFORM 7400-ADD-TO-GROUP THRU 7400-EXIT.
049600     MOVE 'V' TO WS-GRP-CODE.
049700     MOVE WS-SEVERITY-NAME TO WS-GRP-KEY.
049800     PERFORM 7400-ADD-TO-GROUP THRU 7400-EXIT.
049900     IF PAND-ALT-ACKED
050000         MOVE 'O' TO WS-GRP-CODE
050100         MOVE PAND-ALT-ACK-INITS TO WS-GRP-KEY
050200         PERFORM 7400-ADD-TO-GROUP THRU 7400-EXIT
050300     END-IF.
050400     PERFORM 2300-RANK-LONGEST-OPEN THRU 2300-EXIT.
050500     PERFORM 2200-TRACK-REPEAT THRU 2200-EXIT.
050600 2100-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*    2200-TRACK-REPEAT - COUNT THE ALERT AGAINST ITS JOB AND    *
051100*    SOURCE: ONE MORE ALERT, ONE MORE NIGHT WHEN THE RAISE      *
051200*    DATE IS A NIGHT NOT SEEN YET, AND THE RUN OF CONSECUTIVE   *
051300*    NIGHTS CARRIED ON OR RESTARTED.                            *
051400*****************************************************************
051500 2200-TRACK-REPEAT.
051600     SET RO-IX TO 1.
051700     SEARCH WS-RO-ENTRY
051800         AT END
051900             GO TO 2200-EXIT
052000         WHEN RO-IX > WS-RO-COUNT
052100             IF WS-RO-COUNT >= WS-RO-MAX
052200                 IF NOT WS-RO-FULL
052300                     DISPLAY "PANDORA ALERT RESPONSE - MORE THAN "
052400                         WS-RO-MAX " JOB/SOURCE PAIRS - REPEAT "
052500                         "OFFENDERS INCOMPLETE"
052600                     SET WS-RO-FULL TO TRUE
052700                 END-IF
052800                 GO TO 2200-EXIT
052900             END-IF
053000             ADD 1 TO WS-RO-COUNT
053100             SET RO-IX TO WS-RO-COUNT
053200             MOVE PAND-ALT-JOB-ID TO WS-RO-JOB-ID (RO-IX)
053300             MOVE PAND-ALT-SOURCE TO WS-RO-SOURCE (RO-IX)
053400             MOVE 0 TO WS-RO-ALERTS (RO-IX)
053500             MOVE 0 TO WS-RO-NIGHTS (RO-IX)
053600             MOVE 0 TO WS-RO-LAST-DAYNUM (RO-IX)
053700             MOVE 0 TO WS-RO-RUN (RO-IX)
053800             MOVE 0 TO WS-RO-BEST-RUN (RO-IX)
053900         WHEN WS-RO-JOB-ID (RO-IX) = PAND-ALT-JOB-ID
054000             AND WS-RO-SOURCE (RO-IX) = PAND-ALT-SOURCE
054100             CONTINUE
054200     END-SEARCH.
054300     ADD 1 TO WS-RO-ALERTS (RO-IX).
054400     IF WS-RAISE-DAYNUM > WS-RO-LAST-DAYNUM (RO-IX)
054500         ADD 1 TO WS-RO-NIGHTS (RO-IX)
054600         IF WS-RAISE-DAYNUM = WS-RO-LAST-DAYNUM (RO-IX) + 1
054700             ADD 1 TO WS-RO-RUN (RO-IX)
054800         ELSE
054900             MOVE 1 TO WS-RO-RUN (RO-IX)
055000         END-IF
055100         MOVE WS-RAISE-DAYNUM TO WS-RO-LAST-DAYNUM (RO-IX)
055200         IF WS-RO-RUN (RO-IX) > WS-RO-BEST-RUN (RO-IX)
055300             MOVE WS-RO-RUN (RO-IX) TO WS-RO-BEST-RUN (RO-IX)
055400         END-IF
055500     END-IF.
055600 2200-EXIT.
055700     EXIT.
055800*
055900*****************************************************************
056000*    2300-RANK-LONGEST-OPEN - KEEP THE ALERTS OPEN LONGEST IN   *
056100*    DESCENDING ORDER.  THE NEW ALERT GOES IN AT THE BOTTOM     *
056200*    (OVER THE LAST ENTRY WHEN THE LIST IS FULL, IF IT WAS OPEN *
056300*    LONGER) AND IS MOVED UP PAST EVERY ENTRY OPEN FOR LESS     *
056400*    TIME.                                                      *
056500*****************************************************************
056600 2300-RANK-LONGEST-OPEN.
056700     IF WS-LO-COUNT >= WS-LO-MAX
056800         SET LO-IX TO WS-LO-MAX
056900         IF WS-OPEN-SECS NOT > WS-LO-SECS (LO-IX)
057000             GO TO 2300-EXIT
057100         END-IF
057200     ELSE
057300         ADD 1 TO WS-LO-COUNT
057400         SET LO-IX TO WS-LO-COUNT
057500     END-IF.
057600     MOVE WS-OPEN-SECS TO WS-LO-SECS (LO-IX).
057700     MOVE PAND-ALT-JOB-ID TO WS-LO-JOB-ID (LO-IX).
057800     MOVE PAND-ALT-TIMESTAMP TO WS-LO-STAMP (LO-IX).
057900     MOVE PAND-ALT-SOURCE TO WS-LO-SOURCE (LO-IX).
058000     MOVE PAND-ALT-SEVERITY TO WS-LO-SEVERITY (LO-IX).
058100     MOVE PAND-ALT-STATUS TO WS-LO-STATUS (LO-IX).
058200     MOVE PAND-ALT-ACK-INITS TO WS-LO-ACK-INITS (LO-IX).
058300     PERFORM 2350-MOVE-UP-ONE THRU 2350-EXIT
058400         UNTIL LO-IX = 1.
058500 2300-EXIT.
058600     EXIT.
058700*
058800*****************************************************************
058900*    2350-MOVE-UP-ONE - SWAP THE ENTRY AT LO-IX WITH THE ONE    *
059000*    ABOVE IT WHEN IT HAS BEEN OPEN LONGER; OTHERWISE IT IS IN  *
059100*    PLACE AND THE CLIMB ENDS.                                  *
059200*****************************************************************
059300 2350-MOVE-UP-ONE.
059400     SET LO-JX TO LO-IX.
059500     SET LO-JX DOWN BY 1.
059600     IF WS-LO-SECS (LO-IX) NOT > WS-LO-SECS (LO-JX)
059700         SET LO-IX TO 1
059800         GO TO 2350-EXIT
059900     END-IF.
060000     MOVE WS-LO-ENTRY (LO-JX) TO WS-LO-HOLD.
060100     MOVE WS-LO-ENTRY (LO-IX) TO WS-LO-ENTRY (LO-JX).
060200     MOVE WS-LO-HOLD TO WS-LO-ENTRY (LO-IX).
060300     SET LO-IX TO LO-JX.
060400 2350-EXIT.
060500     EXIT.
060600*
060700*****************************************************************
060800*    2500-ARCHIVE-ALERT - COPY ONE ALERT PAST RETENTION TO THE  *
060900*    ARCHIVE GENERATION, AND ONLY ONCE IT IS SAFELY THERE       *
061000*    DELETE IT FROM THE MASTER.  A FAILED ARCHIVE WRITE STOPS   *
061100*    ALL FURTHER ARCHIVING FOR THE RUN - NOTHING IS DELETED     *
061200*    THAT IS NOT ON THE ARCHIVE.  A FAILED DELETE LEAVES THE    *
061300*    ALERT ON BOTH, WHICH IS SAFE; BOTH END THE RUN RC 8.       *
061400*****************************************************************
061500 2500-ARCHIVE-ALERT.
061600     WRITE ARC-REC FROM PAND-ALT-REC.
061700     IF WS-ARC-STATUS NOT = '00'
061800         DISPLAY "PANDORA ALERT RESPONSE - ARCHIVE WRITE FAILED "
061900             "- STATUS " WS-ARC-STATUS
062000         DISPLAY "PANDORA ALERT RESPONSE - NO FURTHER ALERTS "
062100             "ARCHIVED THIS RUN"
062200         ADD 1 TO WS-FAIL-COUNT
062300         SET WS-ARC-FAILED TO TRUE
062400         GO TO 2500-EXIT
062500     END-IF.
062600     DELETE ALERT-FILE
062700         INVALID KEY
062800             DISPLAY "PANDORA ALERT RESPONSE - DELETE FAILED - "
062900                 "STATUS " WS-ALT-STATUS " - JOB " PAND-ALT-JOB-ID
063000                 " " PAND-ALT-TIMESTAMP
063100             ADD 1 TO WS-FAIL-COUNT
063200         NOT INVALID KEY
063300             ADD 1 TO WS-ARCHIVE-COUNT
063400     END-DELETE.
063500 2500-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900*    2900-READ-ALERT - READ-AHEAD THE NEXT ALERT IN KEY ORDER.  *
064000*****************************************************************
064100 2900-READ-ALERT.
064200     READ ALERT-FILE NEXT RECORD
064300         AT END
064400             SET WS-EOF TO TRUE
064500             GO TO 2900-EXIT
064600     END-READ.
064700     IF WS-ALT-STATUS NOT = '00'
064800         DISPLAY "PANDORA ALERT RESPONSE - ALERT READ FAILED - "
064900             "STATUS " WS-ALT-STATUS
065000         ADD 1 TO WS-FAIL-COUNT
065100         SET WS-EOF TO TRUE
065200         GO TO 2900-EXIT
065300     END-IF.
065400     ADD 1 TO WS-READ-COUNT.
065500 2900-EXIT.
065600     EXIT.
065700*
065800*****************************************************************
065900*    5000-PRINT-GROUP-SECTION - PRINT ONE BREAKDOWN (THE GROUP  *
066000*    CODE IN WS-GRP-CODE) UNDER THE TITLE IN WS-GROUP-TITLE.    *
066100*****************************************************************
066200 5000-PRINT-GROUP-SECTION.
066300     MOVE SPACES TO RPT-LINE.
066400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
066500     MOVE WS-GROUP-TITLE TO RPT-LINE.
066600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
066700     MOVE WS-GROUP-COL-HDR TO RPT-LINE.
066800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
066900     MOVE 'N' TO WS-LINE-HIT-SWITCH.
067000     PERFORM 5100-PRINT-GROUP-LINE THRU 5100-EXIT
067100         VARYING GR-IX FROM 1 BY 1
067200         UNTIL GR-IX > WS-GRP-COUNT.
067300     IF NOT WS-LINE-HIT
067400         MOVE "  NO ALERTS IN THE REPORT PERIOD" TO RPT-LINE
067500         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
067600     END-IF.
067700 5000-EXIT.
067800     EXIT.
067900*
068000*****************************************************************
068100*    5100-PRINT-GROUP-LINE - ONE LINE FOR ONE ENTRY OF THE      *
068200*    BREAKDOWN BEING PRINTED: ALERTS ACKED, AVERAGE AND WORST   *
068300*    TIME TO ACKNOWLEDGE (HOURS:MINUTES), AND ALERTS STILL      *
068400*    OPEN.                                                      *
068500*****************************************************************
068600 5100-PRINT-GROUP-LINE.
068700     IF WS-GR-CODE (GR-IX) NOT = WS-GRP-CODE
068800         GO TO 5100-EXIT
068900     END-IF.
069000     SET WS-LINE-HIT TO TRUE.
069100     MOVE WS-GR-KEY (GR-IX) TO WS-GDL-KEY.
069200     MOVE WS-GR-ACKED (GR-IX) TO WS-GDL-ACKED.
069300     IF WS-GR-ACKED (GR-IX) > 0
069400         DIVIDE WS-GR-TOTAL-SECS (GR-IX) BY WS-GR-ACKED (GR-IX)
069500             GIVING WS-DUR-SECS
069600         PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
069700         MOVE WS-DURATION-EDIT TO WS-GDL-AVERAGE
069800         MOVE WS-GR-WORST-SECS (GR-IX) TO WS-DUR-SECS
069900         PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
070000         MOVE WS-DURATION-EDIT TO WS-GDL-WORST
070100     ELSE
070200         MOVE "     -" TO WS-GDL-AVERAGE
070300         MOVE "     -" TO WS-GDL-WORST
070400     END-IF.
070500     MOVE WS-GR-OPEN (GR-IX) TO WS-GDL-OPEN.
070600     MOVE WS-GROUP-DETAIL-LINE TO RPT-LINE.
070700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
070800 5100-EXIT.
070900     EXIT.
071000*
071100*****************************************************************
071200*    5500-PRINT-LONGEST-OPEN - THE ALERTS OPEN LONGEST, ACKED   *
071300*    (RAISE TO ACK) OR STILL OPEN (RAISE TO THE RUN TIME).      *
071400*****************************************************************
071500 5500-PRINT-LONGEST-OPEN.
071600     MOVE SPACES TO RPT-LINE.
071700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
071800     MOVE "ALERTS OPEN LONGEST" TO RPT-LINE.
071900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
072000     MOVE WS-LONGEST-COL-HDR TO RPT-LINE.
072100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
072200     IF WS-LO-COUNT = 0
072300         MOVE "  NO ALERTS IN THE REPORT PERIOD" TO RPT-LINE
072400         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
072500         GO TO 5500-EXIT
072600     END-IF.
072700     PERFORM 5550-PRINT-LONGEST-LINE THRU 5550-EXIT
072800         VARYING LO-IX FROM 1 BY 1
072900         UNTIL LO-IX > WS-LO-COUNT.
073000 5500-EXIT.
073100     EXIT.
073200*
073210*****************************************************************
073220*    5550-PRINT-LONGEST-LINE - ONE LINE OF THE LONGEST-OPEN     *
073230*    LIST - DURATION AND WHO ACKED THE ALERT, OR STILL OPEN.    *
073240*****************************************************************
073300 5550-PRINT-LONGEST-LINE.
073400     MOVE WS-LO-JOB-ID (LO-IX) TO WS-LDL-JOB-ID.
073500     MOVE WS-LO-STAMP (LO-IX) TO WS-LDL-STAMP.
073600     MOVE WS-LO-SOURCE (LO-IX) TO WS-LDL-SOURCE.
073700     MOVE WS-LO-SEVERITY (LO-IX) TO WS-LDL-SEVERITY.
073800     MOVE WS-LO-SECS (LO-IX) TO WS-DUR-SECS.
073900     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
074000     MOVE WS-DURATION-EDIT TO WS-LDL-DURATION.
074100     MOVE SPACES TO WS-LDL-STATUS.
074200     IF WS-LO-STATUS (LO-IX) = 'O'
074300         MOVE "** STILL OPEN **" TO WS-LDL-STATUS
074400     ELSE
074500         STRING "ACKED BY " DELIMITED BY SIZE
074600                 WS-LO-ACK-INITS (LO-IX) DELIMITED BY SIZE
074700             INTO WS-LDL-STATUS
074800     END-IF.
074900     MOVE WS-LONGEST-DETAIL-LINE TO RPT-LINE.
075000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
075100 5550-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500*    6000-PRINT-REPEAT-OFFENDERS - EVERY JOB AND SOURCE THAT    *
075600*    ALERTED ON AT LEAST WS-REPEAT-MIN-NIGHTS NIGHTS OF THE     *
075700*    REPORT PERIOD, WITH ITS LONGEST RUN OF CONSECUTIVE NIGHTS. *
075800*****************************************************************
075900 6000-PRINT-REPEAT-OFFENDERS.
076000     MOVE SPACES TO RPT-LINE.
076100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
076200     MOVE SPACES TO RPT-LINE.
076300     STRING "REPEAT OFFENDERS - ALERTING ON " DELIMITED BY SIZE
076400             WS-REPEAT-MIN-NIGHTS DELIMITED BY SIZE
076500             " OR MORE NIGHTS" DELIMITED BY SIZE
076600         INTO RPT-LINE.
076700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
076800     MOVE WS-REPEAT-COL-HDR TO RPT-LINE.
076900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
077000     MOVE 'N' TO WS-LINE-HIT-SWITCH.
077100     PERFORM 6050-PRINT-REPEAT-LINE THRU 6050-EXIT
077200         VARYING RO-IX FROM 1 BY 1
077300         UNTIL RO-IX > WS-RO-COUNT.
077400     IF NOT WS-LINE-HIT
077500         MOVE "  NO JOB AND SOURCE ALERTED THAT OFTEN" TO RPT-LINE
077600         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
077700     END-IF.
077800 6000-EXIT.
077900     EXIT.
078000*
078010*****************************************************************
078020*    6050-PRINT-REPEAT-LINE - ONE LINE OF THE REPEAT-OFFENDER   *
078030*    LIST.  A JOB AND SOURCE ALERTING ON FEWER THAN             *
078040*    WS-REPEAT-MIN-NIGHTS NIGHTS IS SKIPPED.                    *
078050*****************************************************************
078100 6050-PRINT-REPEAT-LINE.
078200     IF WS-RO-NIGHTS (RO-IX) < WS-REPEAT-MIN-NIGHTS
078300         GO TO 6050-EXIT
078400     END-IF.
078500     SET WS-LINE-HIT TO TRUE.
078600     MOVE WS-RO-JOB-ID (RO-IX) TO WS-RDL-JOB-ID.
078700     MOVE WS-RO-SOURCE (RO-IX) TO WS-RDL-SOURCE.
078800     MOVE WS-RO-ALERTS (RO-IX) TO WS-RDL-ALERTS.
078900     MOVE WS-RO-NIGHTS (RO-IX) TO WS-RDL-NIGHTS.
079000     MOVE WS-RO-BEST-RUN (RO-IX) TO WS-RDL-BEST-RUN.
079100     MOVE WS-REPEAT-DETAIL-LINE TO RPT-LINE.
079200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
079300 6050-EXIT.
079400     EXIT.
079500*
079600*****************************************************************
079700*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
079800*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
079900*    TWO DATES CAN BE COMPARED ACROSS MONTH AND YEAR ENDS.      *
080000*    LEAP DAYS ARE COUNTED THROUGH THE PRIOR YEAR WHEN THE      *
080100*    MONTH IS JANUARY OR FEBRUARY SO THE CURRENT YEAR'S LEAP    *
080200*    DAY IS ONLY INCLUDED ONCE MARCH IS REACHED.  THE DIVIDES   *
080300*    ARE SEPARATE STATEMENTS SO EACH QUOTIENT TRUNCATES ON ITS  *
080400*    OWN INSTEAD OF CARRYING DECIMALS THROUGH THE EXPRESSION.   *
080500*****************************************************************
080600 7100-CONVERT-DATE-TO-DAYS.
080700     IF WS-DC-MONTH > 2
080800         MOVE WS-DC-YEAR TO WS-DC-LEAP-YEAR
080900     ELSE
081000         COMPUTE WS-DC-LEAP-YEAR = WS-DC-YEAR - 1
081100     END-IF.
081200     DIVIDE WS-DC-LEAP-YEAR BY 4 GIVING WS-DC-LEAPS-4.
081300     DIVIDE WS-DC-LEAP-YEAR BY 100 GIVING WS-DC-LEAPS-100.
081400     DIVIDE WS-DC-LEAP-YEAR BY 400 GIVING WS-DC-LEAPS-400.
081500     COMPUTE WS-DC-DAYNUM = (WS-DC-YEAR * 365)
081600         + WS-DC-LEAPS-4 - WS-DC-LEAPS-100 + WS-DC-LEAPS-400
081700         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
081800 7100-EXIT.
081900     EXIT.
082000*
082100*****************************************************************
082200*    7200-STAMP-TO-SECONDS - TURN THE YYYYMMDD-HHMMSS STAMP IN  *
082300*    WS-SC-STAMP INTO SERIAL SECONDS IN WS-SC-SECS (AND ITS     *
082400*    DAY NUMBER IN WS-DC-DAYNUM) SO TWO STAMPS CAN BE           *
082500*    SUBTRACTED ACROSS MIDNIGHT, MONTH AND YEAR ENDS.  A STAMP  *
082600*    THAT IS NOT A USABLE DATE AND TIME LEAVES WS-STAMP-OK      *
082700*    OFF AND WS-SC-SECS ZERO.                                   *
082800*****************************************************************
082900 7200-STAMP-TO-SECONDS.
083000     MOVE 'N' TO WS-STAMP-OK-SWITCH.
083100     MOVE 0 TO WS-SC-SECS.
083200     IF WS-SC-DATE NOT NUMERIC
083300         OR WS-SC-DASH NOT = '-'
083400         OR WS-SC-STAMP(10:6) NOT NUMERIC
083500         GO TO 7200-EXIT
083600     END-IF.
083700     MOVE WS-SC-DATE TO WS-DC-DATE.
083800     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
083900         GO TO 7200-EXIT
084000     END-IF.
084100     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
084200     COMPUTE WS-SC-SECS = (WS-DC-DAYNUM * 86400)
084300         + (WS-SC-HH * 3600) + (WS-SC-MM * 60) + WS-SC-SS.
084400     SET WS-STAMP-OK TO TRUE.
084500 7200-EXIT.
084600     EXIT.
084700*
084800*****************************************************************
084900*    7300-FORMAT-DURATION - EDIT THE SECONDS IN WS-DUR-SECS AS  *
085000*    HOURS:MINUTES IN WS-DURATION-EDIT.  PART MINUTES ARE       *
085100*    DROPPED; 99999 HOURS IS THE MOST THE FIELD SHOWS.          *
085200*****************************************************************
085300 7300-FORMAT-DURATION.
085400     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS.
085500     COMPUTE WS-DUR-MINS =
085600         (WS-DUR-SECS - (WS-DUR-HOURS * 3600)) / 60.
085700     IF WS-DUR-HOURS > 99999
085800         MOVE 99999 TO WS-DUR-HOURS
085900         MOVE 59 TO WS-DUR-MINS
086000     END-IF.
086100     MOVE WS-DUR-HOURS TO WS-DE-HOURS.
086200     MOVE WS-DUR-MINS TO WS-DE-MINS.
086300 7300-EXIT.
086400     EXIT.
086500*
086600*****************************************************************
086700*    7400-ADD-TO-GROUP - ADD THE CURRENT ALERT TO THE ENTRY     *
086800*    FOR WS-GRP-CODE/WS-GRP-KEY, STARTING THE ENTRY THE FIRST   *
086900*    TIME THE KEY IS SEEN.  AN ACKED ALERT ADDS ITS TIME TO     *
087000*    ACKNOWLEDGE; AN OPEN ONE ADDS TO THE STILL-OPEN COUNT.     *
087100*****************************************************************
087200 7400-ADD-TO-GROUP.
087300     SET GR-IX TO 1.
087400     SEARCH WS-GRP-ENTRY
087500         AT END
087600             GO TO 7400-EXIT
087700         WHEN GR-IX > WS-GRP-COUNT
087800             IF WS-GRP-COUNT >= WS-GRP-MAX
087900                 IF NOT WS-GRP-FULL
088000                     DISPLAY "PANDORA ALERT RESPONSE - MORE THAN "
088100                         WS-GRP-MAX " BREAKDOWN ENTRIES - "
088200                         "BREAKDOWNS INCOMPLETE"
088300                     SET WS-GRP-FULL TO TRUE
088400                 END-IF
088500                 GO TO 7400-EXIT
088600             END-IF
088700             ADD 1 TO WS-GRP-COUNT
088800             SET GR-IX TO WS-GRP-COUNT
088900             MOVE WS-GRP-CODE TO WS-GR-CODE (GR-IX)
089000             MOVE WS-GRP-KEY TO WS-GR-KEY (GR-IX)
089100             MOVE 0 TO WS-GR-ACKED (GR-IX)
089200             MOVE 0 TO WS-GR-TOTAL-SECS (GR-IX)
089300             MOVE 0 TO WS-GR-WORST-SECS (GR-IX)
089400             MOVE 0 TO WS-GR-OPEN (GR-IX)
089500         WHEN WS-GR-CODE (GR-IX) = WS-GRP-CODE
089600             AND WS-GR-KEY (GR-IX) = WS-GRP-KEY
089700             CONTINUE
089800     END-SEARCH.
089900     IF PAND-ALT-OPEN
090000         ADD 1 TO WS-GR-OPEN (GR-IX)
090100         GO TO 7400-EXIT
090200     END-IF.
090300     ADD 1 TO WS-GR-ACKED (GR-IX).
090400     ADD WS-OPEN-SECS TO WS-GR-TOTAL-SECS (GR-IX).
090500     IF WS-OPEN-SECS > WS-GR-WORST-SECS (GR-IX)
090600         MOVE WS-OPEN-SECS TO WS-GR-WORST-SECS (GR-IX)
090700     END-IF.
090800 7400-EXIT.
090900     EXIT.
091000*
091100*****************************************************************
091200*    8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS, *
091300*    ON THE REPORT AND ON SYSOUT.                               *
091400*****************************************************************
091500 8000-WRITE-SUMMARY.
091600     MOVE SPACES TO RPT-LINE.
091700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
091800     MOVE WS-READ-COUNT TO WS-COUNT-D.
091900     MOVE SPACES TO RPT-LINE.
092000     STRING "ALERTS ON THE MASTER . . . . : " DELIMITED BY SIZE
092100             WS-COUNT-D          DELIMITED BY SIZE
092200         INTO RPT-LINE.
092300     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
092400     MOVE WS-PERIOD-COUNT TO WS-COUNT-D.
092500     MOVE SPACES TO RPT-LINE.
092600     STRING "ALERTS REPORTED. . . . . . . : " DELIMITED BY SIZE
092700             WS-COUNT-D          DELIMITED BY SIZE
092800         INTO RPT-LINE.
092900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
093000     MOVE WS-ACKED-COUNT TO WS-COUNT-D.
093100     MOVE SPACES TO RPT-LINE.
093200     STRING "  ACKNOWLEDGED . . . . . . . : " DELIMITED BY SIZE
093300             WS-COUNT-D          DELIMITED BY SIZE
093400         INTO RPT-LINE.
093500     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
093600     MOVE WS-OPEN-COUNT TO WS-COUNT-D.
093700     MOVE SPACES TO RPT-LINE.
093800     STRING "  STILL OPEN . . . . . . . . : " DELIMITED BY SIZE
093900             WS-COUNT-D          DELIMITED BY SIZE
094000         INTO RPT-LINE.
094100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
094200     MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-D.
094300     MOVE SPACES TO RPT-LINE.
094400     STRING "  SUPPRESSED (PLANNED OUTAGE): " DELIMITED BY SIZE
094500             WS-COUNT-D          DELIMITED BY SIZE
094600         INTO RPT-LINE.
094700     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
094800     MOVE WS-ARCHIVE-COUNT TO WS-COUNT-D.
094900     MOVE SPACES TO RPT-LINE.
095000     STRING "ALERTS ARCHIVED. . . . . . . : " DELIMITED BY SIZE
095100             WS-COUNT-D          DELIMITED BY SIZE
095200         INTO RPT-LINE.
095300     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
095310     MOVE WS-HELD-COUNT TO WS-COUNT-D.
095320     MOVE SPACES TO RPT-LINE.
095330     STRING "  HELD - CLEAR NOT YET SENT. : " DELIMITED BY SIZE
095340             WS-COUNT-D          DELIMITED BY SIZE
095350         INTO RPT-LINE.
095360     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
095400     MOVE SPACES TO RPT-LINE.
095500     STRING "RETENTION PERIOD (DAYS). . . : " DELIMITED BY SIZE
095600             WS-RETENTION-DAYS   DELIMITED BY SIZE
095700         INTO RPT-LINE.
095800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
095900     IF WS-BAD-STAMP-COUNT > 0
096000         MOVE WS-BAD-STAMP-COUNT TO WS-COUNT-D
096100         MOVE SPACES TO RPT-LINE
096200         STRING "ALERTS WITH BAD STAMPS KEPT. : "
096300                     DELIMITED BY SIZE
096400                 WS-COUNT-D          DELIMITED BY SIZE
096500             INTO RPT-LINE
096600         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
096700     END-IF.
096800     IF WS-FAIL-COUNT > 0
096900         MOVE WS-FAIL-COUNT TO WS-COUNT-D
097000         MOVE SPACES TO RPT-LINE
097100         STRING "ARCHIVE/READ FAILURES. . . . : "
097200                     DELIMITED BY SIZE
097300                 WS-COUNT-D          DELIMITED BY SIZE
097400             INTO RPT-LINE
097500         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
097600     END-IF.
097700 8000-EXIT.
097800     EXIT.
097900*
098000*****************************************************************
098100*    8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE, STARTING   *
098200*    A NEW PAGE WITH THE REPORT TITLE AND PAGE NUMBER WHENEVER  *
098300*    THE CURRENT PAGE IS FULL.                                  *
098400*****************************************************************
098500 8100-WRITE-REPORT-LINE.
098600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
098700         MOVE RPT-LINE TO WS-SAVED-LINE
098800         ADD 1 TO WS-PAGE-NUMBER
098900         MOVE WS-PAGE-NUMBER TO WS-PH-PAGE-NUMBER
099000         WRITE RPT-LINE FROM WS-PAGE-HEADER-LINE
099100         MOVE SPACES TO RPT-LINE
099200         WRITE RPT-LINE
099300         MOVE WS-SAVED-LINE TO RPT-LINE
099400         MOVE 2 TO WS-LINE-COUNT
099500     END-IF.
099600     WRITE RPT-LINE.
099700     ADD 1 TO WS-LINE-COUNT.
099800     IF WS-RPT-STATUS NOT = '00'
099900         DISPLAY "PANDORA ALERT RESPONSE - REPORT WRITE FAILED - "
100000             "STATUS " WS-RPT-STATUS
100100     END-IF.
100200 8100-EXIT.
100300     EXIT.
100400*
100500*****************************************************************
100600*    8200-WRITE-SUMMARY-LINE - A SUMMARY LINE GOES TO THE       *
100700*    REPORT AND TO SYSOUT.                                      *
100800*****************************************************************
100900 8200-WRITE-SUMMARY-LINE.
101000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
101100     DISPLAY RPT-LINE.
101200 8200-EXIT.
101300     EXIT.
101400*
101500*****************************************************************
101600*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
101700*    CODE.  A FAILED OPEN GETS ITS OWN CODE (16); AN ALERT      *
101800*    THAT COULD NOT BE ARCHIVED OR DELETED, OR A MASTER READ    *
101900*    FAILURE, GETS A WARNING CODE (8) SO THE SCHEDULER NEVER    *
102000*    TAKES A PARTLY-ARCHIVED RUN FOR A CLEAN ONE.               *
102100*****************************************************************
102200 9000-TERMINATE.
102300     CLOSE ALERT-FILE.
102400     CLOSE ARC-FILE.
102500     CLOSE RPT-FILE.
102600     IF WS-OPEN-FAILED
102700         MOVE 16 TO RETURN-CODE
102800     ELSE
102900         IF WS-FAIL-COUNT > 0
103000             MOVE 8 TO RETURN-CODE
103100         ELSE
103200             MOVE 0 TO RETURN-CODE
103300         END-IF
103400     END-IF.
103500 9000-EXIT.
103600     EXIT.
103700*
103800 9999-EXIT.
103900     STOP RUN.
