000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDEVFW.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDEVFW                                                    *
001000*   ALERT EVENT FORWARDER.  EVERY ALERT FILED ON THE KEYED      *
001100*   ALERT/EVENT MASTER IS SENT ONCE, AS A RAISE EVENT, TO A     *
001200*   FIXED-FORMAT EVENT FEED GENERATION (PANDEVF) FOR THE        *
001300*   ENTERPRISE EVENT MANAGEMENT INTAKE, SO AN ALERT RAISED IN   *
001400*   THE NIGHT NO LONGER WAITS FOR MORNING SHIFT TO READ THE     *
001500*   MASTER.  WHEN THE ALERT IS LATER ACKNOWLEDGED THROUGH       *
001600*   PANDALRM, THE ACK GOES OUT ONCE AS A CLEAR EVENT CARRYING   *
001700*   THE ACK DETAILS.  AN ALERT FILED SUPPRESSED (PLANNED        *
001800*   OUTAGE) PAGES NOBODY AND IS NEVER SENT; IT IS MARKED SO A   *
001900*   LATER ACK DOES NOT SEND IT EITHER.                          *
002000*                                                               *
002100*   THE RUN IS TWO STEPS OF THE SAME PROGRAM, CHOSEN BY THE     *
002200*   PARM, SO THAT NO EVENT IS EVER SENT TWICE, EVEN ON A        *
002300*   RERUN:                                                      *
002400*                                                               *
002500*     SEND - READ THE MASTER AND WRITE A HEADER, ONE EVENT      *
002600*            RECORD PER EVENT STILL OWED AND A TRAILER WITH     *
002700*            THE COUNTS.  NOTHING IS MARKED FORWARDED, SO A     *
002800*            SEND THAT FAILS OR ABENDS LEAVES THE MASTER AS IT  *
002900*            WAS AND THE WHOLE RUN CAN SIMPLY BE RERUN.         *
003000*     MARK - READ BACK THE FEED GENERATION JUST WRITTEN AND     *
003100*            MARK EACH ALERT IN IT FORWARDED ('F', WITH THE     *
003200*            FORWARD TIMESTAMP) OR CLEARED ('C', WITH THE       *
003300*            CLEAR TIMESTAMP).  A FEED WITHOUT A HEADER, A      *
003400*            TRAILER OR A MATCHING EVENT COUNT IS REFUSED AND   *
003500*            NOTHING IS MARKED.  AN ALERT ALREADY MARKED IS     *
003600*            LEFT ALONE, SO THE STEP CAN BE RESTARTED.          *
003700*                                                               *
003800*   ONLY THE ALERTS NAMED ON THE FEED ARE MARKED, SO AN ALERT   *
003900*   FILED OR ACKNOWLEDGED BETWEEN THE TWO STEPS IS PICKED UP    *
004000*   BY THE NEXT RUN.                                            *
004100*                                                               *
004200*   MODIFICATION HISTORY                                        *
004300*   DATE       INIT  DESCRIPTION                                 *
004400*   ---------- ----  --------------------------------------     *
004500*   2026-10-15  DLM  ORIGINAL VERSION.                           *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ALERT-FILE ASSIGN TO ALERTFIL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PAND-ALT-KEY
005400         FILE STATUS IS WS-ALT-STATUS.
005500     SELECT EVF-FILE ASSIGN TO EVTFEED
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-EVF-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ALERT-FILE
006200     RECORDING MODE IS F.
006300     COPY PANDALT.
006400*
006500 FD  EVF-FILE
006600     RECORDING MODE IS F.
006700     COPY PANDEVF.
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  WS-SWITCHES.
007200     05  WS-MODE-SWITCH         PIC X(01) VALUE SPACE.
007300         88  WS-SEND-MODE           VALUE 'S'.
007400         88  WS-MARK-MODE           VALUE 'M'.
007500     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600         88  WS-EOF                 VALUE 'Y'.
007700     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007800         88  WS-OPEN-FAILED         VALUE 'Y'.
007900     05  WS-EVF-FAILED-SWITCH   PIC X(01) VALUE 'N'.
008000         88  WS-EVF-FAILED          VALUE 'Y'.
008100     05  WS-FEED-REJECT-SWITCH  PIC X(01) VALUE 'N'.
008200         88  WS-FEED-REJECTED       VALUE 'Y'.
008300     05  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
008400         88  WS-TRAILER-SEEN        VALUE 'Y'.
008500*
008600 01  WS-FILE-STATUSES.
008700     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
008800     05  WS-EVF-STATUS          PIC X(02) VALUE '00'.
008900*
009000 01  WS-COUNTERS.
009100     05  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
009200     05  WS-EVENT-COUNT         PIC 9(07) COMP VALUE 0.
009300     05  WS-RAISE-COUNT         PIC 9(07) COMP VALUE 0.
009400     05  WS-CLEAR-COUNT         PIC 9(07) COMP VALUE 0.
009500     05  WS-SUPPRESSED-COUNT    PIC 9(07) COMP VALUE 0.
009600     05  WS-ALREADY-COUNT       PIC 9(07) COMP VALUE 0.
009700     05  WS-UNKNOWN-COUNT       PIC 9(07) COMP VALUE 0.
009800     05  WS-FAIL-COUNT          PIC 9(07) COMP VALUE 0.
009900     05  WS-TRAILER-EVENTS      PIC 9(07) COMP VALUE 0.
010000*
010100 01  WS-RUN-DATE-FIELDS.
010200     05  WS-TODAY-DATE          PIC 9(08) VALUE 0.
010300     05  WS-NOW-TIME            PIC 9(08) VALUE 0.
010400     05  WS-NOW-STAMP           PIC X(15) VALUE SPACES.
010500*
010600 01  WS-DISPLAY-COUNTS.
010700     05  WS-COUNT-D             PIC 9(07).
010800*
010900 LINKAGE SECTION.
011000 01  LS-PARM-FIELD.
011100     05  LS-PARM-LEN            PIC S9(04) COMP.
011200     05  LS-PARM-TEXT           PIC X(04).
011300*
011400 PROCEDURE DIVISION USING LS-PARM-FIELD.
011500*
011600 0000-MAIN-PARA.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011800     IF WS-OPEN-FAILED
011900         GO TO 9000-TERMINATE
012000     END-IF.
012100     IF WS-SEND-MODE
012200         PERFORM 2000-SEND-ALERT THRU 2000-EXIT
012300             UNTIL WS-EOF
012400         PERFORM 2800-WRITE-TRAILER THRU 2800-EXIT
012500     ELSE
012600         PERFORM 3000-MARK-EVENT THRU 3000-EXIT
012700             UNTIL WS-EOF
012800     END-IF.
012900     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
013000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013100     GO TO 9999-EXIT.
013200*
013300*****************************************************************
013400*    1000-INITIALIZE - TAKE THE MODE FROM THE PARM (SEND OR     *
013500*    MARK), STAMP THE RUN, OPEN THE ALERT MASTER FOR UPDATE     *
013600*    AND THE FEED FOR OUTPUT (SEND) OR INPUT (MARK).  SEND      *
013700*    WRITES THE FEED HEADER AND PRIMES THE MASTER READ-AHEAD;   *
013800*    MARK CHECKS THE WHOLE FEED BEFORE A SINGLE ALERT IS        *
013900*    TOUCHED.  A PARM THAT IS NEITHER, OR A FAILED OPEN,        *
014000*    ABANDONS THE RUN.                                          *
014100*****************************************************************
014200 1000-INITIALIZE.
014300     IF LS-PARM-LEN >= 4
014400         AND LS-PARM-TEXT = "SEND"
014500         SET WS-SEND-MODE TO TRUE
014600     END-IF.
014700     IF LS-PARM-LEN >= 4
014800         AND LS-PARM-TEXT = "MARK"
014900         SET WS-MARK-MODE TO TRUE
015000     END-IF.
015100     IF NOT WS-SEND-MODE
015200         AND NOT WS-MARK-MODE
015300         DISPLAY "PANDORA EVENT FORWARDER - PARM MUST BE SEND "
015400             "OR MARK"
015500         SET WS-OPEN-FAILED TO TRUE
015600         GO TO 1000-EXIT
015700     END-IF.
015800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015900     ACCEPT WS-NOW-TIME FROM TIME.
016000     STRING WS-TODAY-DATE    DELIMITED BY SIZE
016100             "-"             DELIMITED BY SIZE
016200             WS-NOW-TIME(1:6) DELIMITED BY SIZE
016300         INTO WS-NOW-STAMP.
016400*
016500     OPEN I-O ALERT-FILE.
016600     IF WS-ALT-STATUS NOT = '00'
016700         DISPLAY "PANDORA EVENT FORWARDER - ALERT MASTER OPEN "
016800             "FAILED - STATUS " WS-ALT-STATUS
016900         SET WS-OPEN-FAILED TO TRUE
017000     END-IF.
017100     IF WS-SEND-MODE
017200         OPEN OUTPUT EVF-FILE
017300     ELSE
017400         OPEN INPUT EVF-FILE
017500     END-IF.
017600     IF WS-EVF-STATUS NOT = '00'
017700         DISPLAY "PANDORA EVENT FORWARDER - EVENT FEED OPEN "
017800             "FAILED - STATUS " WS-EVF-STATUS
017900         SET WS-OPEN-FAILED TO TRUE
018000     END-IF.
018100     IF WS-OPEN-FAILED
018200         GO TO 1000-EXIT
018300     END-IF.
018400     IF WS-MARK-MODE
018500         PERFORM 1500-VERIFY-FEED THRU 1500-EXIT
018600         GO TO 1000-EXIT
018700     END-IF.
018800     MOVE SPACES TO PAND-EVF-CTL-REC.
018900     MOVE 'H' TO PAND-EVF-CTL-REC-TYPE.
019000     MOVE "PANDEVFW" TO PAND-EVF-CTL-ORIGIN.
019100     MOVE WS-NOW-STAMP TO PAND-EVF-CTL-RUN-STAMP.
019200     MOVE 0 TO PAND-EVF-CTL-EVENTS.
019300     MOVE 0 TO PAND-EVF-CTL-RAISES.
019400     MOVE 0 TO PAND-EVF-CTL-CLEARS.
019500     WRITE PAND-EVF-CTL-REC.
019600     IF WS-EVF-STATUS NOT = '00'
019700         DISPLAY "PANDORA EVENT FORWARDER - FEED HEADER WRITE "
019800             "FAILED - STATUS " WS-EVF-STATUS
019900         ADD 1 TO WS-FAIL-COUNT
020000         SET WS-EVF-FAILED TO TRUE
020100         SET WS-EOF TO TRUE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     MOVE LOW-VALUES TO PAND-ALT-KEY.
020500     START ALERT-FILE KEY NOT < PAND-ALT-KEY
020600         INVALID KEY
020700             SET WS-EOF TO TRUE
020800     END-START.
020900     IF NOT WS-EOF
021000         PERFORM 2900-READ-ALERT THRU 2900-EXIT
021100     END-IF.
021200 1000-EXIT.
021300     EXIT.
021400*
021500*****************************************************************
021600*    1500-VERIFY-FEED - MARK RUN ONLY.  READ THE FEED RIGHT     *
021700*    THROUGH: IT MUST OPEN WITH A HEADER AND END WITH A         *
021800*    TRAILER WHOSE EVENT COUNT MATCHES THE EVENT RECORDS        *
021900*    FOUND.  ANYTHING LESS IS A FEED THE SEND STEP DID NOT      *
022000*    FINISH, SO IT IS REFUSED AND NO ALERT IS MARKED.  A GOOD   *
022100*    FEED IS REOPENED AND READ PAST ITS HEADER READY FOR THE    *
022200*    MARKING PASS.                                              *
022300*****************************************************************
022400 1500-VERIFY-FEED.
022500     PERFORM 3900-READ-FEED THRU 3900-EXIT.
022600     IF WS-EOF
022700         OR NOT PAND-EVF-HEADER
022800         DISPLAY "PANDORA EVENT FORWARDER - FEED HAS NO HEADER"
022900         SET WS-FEED-REJECTED TO TRUE
023000         GO TO 1500-CHECK
023100     END-IF.
023200     PERFORM 3900-READ-FEED THRU 3900-EXIT.
023300     PERFORM 1550-VERIFY-ONE-RECORD THRU 1550-EXIT
023400         UNTIL WS-EOF.
023500     IF NOT WS-TRAILER-SEEN
023600         DISPLAY "PANDORA EVENT FORWARDER - FEED HAS NO TRAILER"
023700         SET WS-FEED-REJECTED TO TRUE
023800         GO TO 1500-CHECK
023900     END-IF.
024000     IF WS-TRAILER-EVENTS NOT = WS-EVENT-COUNT
024100         MOVE WS-TRAILER-EVENTS TO WS-COUNT-D
024200         DISPLAY "PANDORA EVENT FORWARDER - FEED TRAILER COUNTS "
024300             WS-COUNT-D " EVENTS"
024400         MOVE WS-EVENT-COUNT TO WS-COUNT-D
024500         DISPLAY "PANDORA EVENT FORWARDER - FEED HOLDS "
024600             WS-COUNT-D " EVENTS"
024700         SET WS-FEED-REJECTED TO TRUE
024800     END-IF.
024900 1500-CHECK.
025000     IF WS-FEED-REJECTED
025100         DISPLAY "PANDORA EVENT FORWARDER - FEED REFUSED - NO "
025200             "ALERT MARKED"
025300         ADD 1 TO WS-FAIL-COUNT
025400         SET WS-EOF TO TRUE
025500         GO TO 1500-EXIT
025600     END-IF.
025700     MOVE 0 TO WS-EVENT-COUNT.
025800     MOVE 'N' TO WS-EOF-SWITCH.
025900     CLOSE EVF-FILE.
026000     OPEN INPUT EVF-FILE.
026100     IF WS-EVF-STATUS NOT = '00'
026200         DISPLAY "PANDORA EVENT FORWARDER - EVENT FEED REOPEN "
026300             "FAILED - STATUS " WS-EVF-STATUS
026400         ADD 1 TO WS-FAIL-COUNT
026500         SET WS-EOF TO TRUE
026600         GO TO 1500-EXIT
026700     END-IF.
026800     PERFORM 3900-READ-FEED THRU 3900-EXIT.
026900     IF NOT WS-EOF
027000         PERFORM 3900-READ-FEED THRU 3900-EXIT
027100     END-IF.
027200 1500-EXIT.
027300     EXIT.
027400*
027500*****************************************************************
027600*    1550-VERIFY-ONE-RECORD - COUNT ONE EVENT RECORD, OR TAKE   *
027700*    THE TRAILER'S EVENT COUNT.  ANY RECORD AFTER THE TRAILER,  *
027800*    A SECOND HEADER OR A RECORD OF NO KNOWN TYPE REFUSES THE   *
027900*    FEED.                                                      *
028000*****************************************************************
028100 1550-VERIFY-ONE-RECORD.
028200     IF WS-TRAILER-SEEN
028300         OR NOT (PAND-EVF-EVENT OR PAND-EVF-TRAILER)
028400         DISPLAY "PANDORA EVENT FORWARDER - FEED RECORD OUT OF "
028500             "PLACE - TYPE " PAND-EVF-REC-TYPE
028600         SET WS-FEED-REJECTED TO TRUE
028700         SET WS-EOF TO TRUE
028800         GO TO 1550-EXIT
028900     END-IF.
029000     IF PAND-EVF-TRAILER
029100         SET WS-TRAILER-SEEN TO TRUE
029200         MOVE PAND-EVF-CTL-EVENTS TO WS-TRAILER-EVENTS
029300     ELSE
029400         ADD 1 TO WS-EVENT-COUNT
029500     END-IF.
029600     PERFORM 3900-READ-FEED THRU 3900-EXIT.
029700 1550-EXIT.
029800     EXIT.
029900*
030000*****************************************************************
030100*    2000-SEND-ALERT - SEND RUN.  WORK OUT WHAT ONE ALERT IS    *
030200*    STILL OWED: A NEW OPEN ALERT OWES ITS RAISE; AN ACKED      *
030300*    ALERT WHOSE RAISE HAS GONE OWES ITS CLEAR; AN ACKED ALERT  *
030400*    NEVER SENT AT ALL (FILED AND ACKED BETWEEN RUNS) OWES      *
030500*    BOTH, RAISE FIRST.  A NEW SUPPRESSED ALERT IS MARKED NOT   *
030600*    FOR FORWARDING STRAIGHT AWAY.  A FORWARD STATUS OF NO      *
030700*    KNOWN VALUE IS REPORTED AND LEFT FOR OPERATIONS.  A FEED   *
030800*    WRITE FAILURE STOPS THE SEND.                              *
030900*****************************************************************
031000 2000-SEND-ALERT.
031100     IF NOT PAND-ALT-NOT-FORWARDED
031200         AND NOT PAND-ALT-RAISE-FORWARDED
031300         AND NOT PAND-ALT-CLEAR-FORWARDED
031400         AND NOT PAND-ALT-NOT-FOR-FORWARD
031500         DISPLAY "PANDORA EVENT FORWARDER - UNKNOWN FORWARD "
031600             "STATUS " PAND-ALT-FWD-STATUS " - JOB "
031700             PAND-ALT-JOB-ID " " PAND-ALT-TIMESTAMP " "
031800             PAND-ALT-SEQ
031900         ADD 1 TO WS-UNKNOWN-COUNT
032000         GO TO 2000-NEXT
032100     END-IF.
032200     EVALUATE TRUE
032300         WHEN PAND-ALT-SUPPRESSED
032400             AND PAND-ALT-NOT-FORWARDED
032500             PERFORM 2400-MARK-SUPPRESSED THRU 2400-EXIT
032600         WHEN PAND-ALT-OPEN
032700             AND PAND-ALT-NOT-FORWARDED
032800             PERFORM 2100-SEND-RAISE THRU 2100-EXIT
032900         WHEN PAND-ALT-ACKED
033000             AND PAND-ALT-NOT-FORWARDED
033100             PERFORM 2100-SEND-RAISE THRU 2100-EXIT
033200             IF NOT WS-EVF-FAILED
033300                 PERFORM 2200-SEND-CLEAR THRU 2200-EXIT
033400             END-IF
033500         WHEN PAND-ALT-ACKED
033600             AND PAND-ALT-RAISE-FORWARDED
033700             PERFORM 2200-SEND-CLEAR THRU 2200-EXIT
033800         WHEN OTHER
033900             ADD 1 TO WS-ALREADY-COUNT
034000     END-EVALUATE.
034100 2000-NEXT.
034200     IF WS-EVF-FAILED
034300         SET WS-EOF TO TRUE
034400         GO TO 2000-EXIT
034500     END-IF.
034600     PERFORM 2900-READ-ALERT THRU 2900-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900*
035000*****************************************************************
035100*    2100-SEND-RAISE - BUILD AND WRITE THE RAISE EVENT FOR THE  *
035200*    CURRENT ALERT.                                             *
035300*****************************************************************
035400 2100-SEND-RAISE.
035500     MOVE SPACES TO PAND-EVF-REC.
035600     MOVE 'E' TO PAND-EVF-REC-TYPE.
035700     MOVE 'R' TO PAND-EVF-EVENT-TYPE.
035800     PERFORM 2300-FILL-EVENT THRU 2300-EXIT.
035900     PERFORM 2700-WRITE-EVENT THRU 2700-EXIT.
036000     IF NOT WS-EVF-FAILED
036100         ADD 1 TO WS-RAISE-COUNT
036200     END-IF.
036300 2100-EXIT.
036400     EXIT.
036500*
036600*****************************************************************
036700*    2200-SEND-CLEAR - BUILD AND WRITE THE CLEAR EVENT FOR THE  *
036800*    CURRENT ALERT, WITH WHO ACKNOWLEDGED IT, WHEN AND WHY.     *
036900*****************************************************************
037000 2200-SEND-CLEAR.
037100     MOVE SPACES TO PAND-EVF-REC.
037200     MOVE 'E' TO PAND-EVF-REC-TYPE.
037300     MOVE 'C' TO PAND-EVF-EVENT-TYPE.
037400     PERFORM 2300-FILL-EVENT THRU 2300-EXIT.
037500     MOVE PAND-ALT-ACK-INITS TO PAND-EVF-ACK-INITS.
037600     MOVE PAND-ALT-ACK-STAMP TO PAND-EVF-ACK-STAMP.
037700     MOVE PAND-ALT-ACK-NOTE TO PAND-EVF-ACK-NOTE.
037800     PERFORM 2700-WRITE-EVENT THRU 2700-EXIT.
037900     IF NOT WS-EVF-FAILED
038000         ADD 1 TO WS-CLEAR-COUNT
038100     END-IF.
038200 2200-EXIT.
038300     EXIT.
038400*
038500*****************************************************************
038600*    2300-FILL-EVENT - THE FIELDS EVERY EVENT CARRIES: THE      *
038700*    ALERT KEY, SOURCE, SEVERITY, TEXT AND THE RUN STAMP AS     *
038800*    THE EVENT (FORWARD) TIMESTAMP.                             *
038900*****************************************************************
039000 2300-FILL-EVENT.
039100     MOVE PAND-ALT-JOB-ID TO PAND-EVF-JOB-ID.
039200     MOVE PAND-ALT-TIMESTAMP TO PAND-EVF-TIMESTAMP.
039300     MOVE PAND-ALT-SEQ TO PAND-EVF-SEQ.
039400     MOVE PAND-ALT-SOURCE TO PAND-EVF-SOURCE.
039500     MOVE PAND-ALT-SEVERITY TO PAND-EVF-SEVERITY.
039600     MOVE PAND-ALT-TEXT TO PAND-EVF-TEXT.
039700     MOVE WS-NOW-STAMP TO PAND-EVF-EVENT-STAMP.
039800 2300-EXIT.
039900     EXIT.
040000*
040100*****************************************************************
040200*    2400-MARK-SUPPRESSED - A SUPPRESSED ALERT IS NEVER SENT.   *
040300*    MARK IT 'X' WITH THE RUN STAMP SO THAT AN ACK TAKEN ON IT  *
040400*    LATER IS NOT SENT AS A RAISE AND CLEAR EITHER.             *
040500*****************************************************************
040600 2400-MARK-SUPPRESSED.
040700     MOVE 'X' TO PAND-ALT-FWD-STATUS.
040800     MOVE WS-NOW-STAMP TO PAND-ALT-FWD-STAMP.
040900     REWRITE PAND-ALT-REC
041000         INVALID KEY
041100             DISPLAY "PANDORA EVENT FORWARDER - REWRITE FAILED - "
041200                 "STATUS " WS-ALT-STATUS " - JOB " PAND-ALT-JOB-ID
041300                 " " PAND-ALT-TIMESTAMP
041400             ADD 1 TO WS-FAIL-COUNT
041500         NOT INVALID KEY
041600             ADD 1 TO WS-SUPPRESSED-COUNT
041700     END-REWRITE.
041800 2400-EXIT.
041900     EXIT.
042000*
042100*****************************************************************
042200*    2700-WRITE-EVENT - WRITE ONE EVENT RECORD TO THE FEED.  A  *
042300*    FAILED WRITE IS DIAGNOSED ONCE AND ENDS THE SEND WITHOUT   *
042400*    A TRAILER, SO THE MARK STEP REFUSES THE FEED.              *
042500*****************************************************************
042600 2700-WRITE-EVENT.
042700     WRITE PAND-EVF-REC.
042800     IF WS-EVF-STATUS NOT = '00'
042900         DISPLAY "PANDORA EVENT FORWARDER - FEED WRITE FAILED - "
043000             "STATUS " WS-EVF-STATUS
043100         ADD 1 TO WS-FAIL-COUNT
043200         SET WS-EVF-FAILED TO TRUE
043300         GO TO 2700-EXIT
043400     END-IF.
043500     ADD 1 TO WS-EVENT-COUNT.
043600 2700-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000*    2800-WRITE-TRAILER - CLOSE THE FEED WITH THE EVENT,        *
044100*    RAISE AND CLEAR COUNTS.  NO TRAILER IS WRITTEN AFTER A     *
044200*    FAILED FEED WRITE.                                         *
044300*****************************************************************
044400 2800-WRITE-TRAILER.
044500     IF WS-EVF-FAILED
044600         GO TO 2800-EXIT
044700     END-IF.
044800     MOVE SPACES TO PAND-EVF-CTL-REC.
044900     MOVE 'T' TO PAND-EVF-CTL-REC-TYPE.
045000     MOVE "PANDEVFW" TO PAND-EVF-CTL-ORIGIN.
045100     MOVE WS-NOW-STAMP TO PAND-EVF-CTL-RUN-STAMP.
045200     MOVE WS-EVENT-COUNT TO PAND-EVF-CTL-EVENTS.
045300     MOVE WS-RAISE-COUNT TO PAND-EVF-CTL-RAISES.
045400     MOVE WS-CLEAR-COUNT TO PAND-EVF-CTL-CLEARS.
045500     WRITE PAND-EVF-CTL-REC.
045600     IF WS-EVF-STATUS NOT = '00'
045700         DISPLAY "PANDORA EVENT FORWARDER - FEED TRAILER WRITE "
045800             "FAILED - STATUS " WS-EVF-STATUS
045900         ADD 1 TO WS-FAIL-COUNT
046000         SET WS-EVF-FAILED TO TRUE
046100     END-IF.
046200 2800-EXIT.
046300     EXIT.
046400*
046500*****************************************************************
046600*    2900-READ-ALERT - READ-AHEAD THE NEXT ALERT IN KEY ORDER.  *
046700*****************************************************************
046800 2900-READ-ALERT.
046900     READ ALERT-FILE NEXT RECORD
047000         AT END
047100             SET WS-EOF TO TRUE
047200             GO TO 2900-EXIT
047300     END-READ.
047400     IF WS-ALT-STATUS NOT = '00'
047500         DISPLAY "PANDORA EVENT FORWARDER - ALERT READ FAILED - "
047600             "STATUS " WS-ALT-STATUS
047700         ADD 1 TO WS-FAIL-COUNT
047800         SET WS-EOF TO TRUE
047900         GO TO 2900-EXIT
048000     END-IF.
048100     ADD 1 TO WS-READ-COUNT.
048200 2900-EXIT.
048300     EXIT.
048400*
048500*****************************************************************
048600*    3000-MARK-EVENT - MARK RUN.  FIND THE ALERT NAMED BY ONE   *
048700*    FEED EVENT AND RECORD THAT THE EVENT HAS GONE: A RAISE     *
048800*    SETS 'F' AND THE FORWARD TIMESTAMP, A CLEAR SETS 'C' AND   *
048900*    THE CLEAR TIMESTAMP, BOTH TAKEN FROM THE EVENT.  AN ALERT  *
049000*    ALREADY CARRYING THE MARK (A RESTARTED STEP) IS COUNTED    *
049100*    AND LEFT ALONE.  AN ALERT NO LONGER ON THE MASTER IS       *
049200*    REPORTED.  THE TRAILER ENDS THE PASS.                      *
049300*****************************************************************
049400 3000-MARK-EVENT.
049500     IF PAND-EVF-TRAILER
049600         SET WS-EOF TO TRUE
049700         GO TO 3000-EXIT
049800     END-IF.
049900     ADD 1 TO WS-EVENT-COUNT.
050000     MOVE PAND-EVF-JOB-ID TO PAND-ALT-JOB-ID.
050100     MOVE PAND-EVF-TIMESTAMP TO PAND-ALT-TIMESTAMP.
050200     MOVE PAND-EVF-SEQ TO PAND-ALT-SEQ.
050300     READ ALERT-FILE
050400         INVALID KEY
050500             DISPLAY "PANDORA EVENT FORWARDER - ALERT NOT ON "
050600                 "MASTER - JOB " PAND-EVF-JOB-ID " "
050700                 PAND-EVF-TIMESTAMP " " PAND-EVF-SEQ
050800             ADD 1 TO WS-FAIL-COUNT
050900             GO TO 3000-NEXT
051000     END-READ.
051100     IF WS-ALT-STATUS NOT = '00'
051200         DISPLAY "PANDORA EVENT FORWARDER - ALERT READ FAILED - "
051300             "STATUS " WS-ALT-STATUS " - JOB " PAND-EVF-JOB-ID
051400         ADD 1 TO WS-FAIL-COUNT
051500         GO TO 3000-NEXT
051600     END-IF.
051700     IF PAND-EVF-RAISE
051800         IF PAND-ALT-NOT-FORWARDED
051900             MOVE 'F' TO PAND-ALT-FWD-STATUS
052000             MOVE PAND-EVF-EVENT-STAMP TO PAND-ALT-FWD-STAMP
052100             PERFORM 3500-REWRITE-ALERT THRU 3500-EXIT
052200         ELSE
052300             ADD 1 TO WS-ALREADY-COUNT
052400         END-IF
052500     ELSE
052600         IF NOT PAND-ALT-CLEAR-FORWARDED
052700             MOVE 'C' TO PAND-ALT-FWD-STATUS
052800             IF PAND-ALT-FWD-STAMP = SPACES
052900                 MOVE PAND-EVF-EVENT-STAMP TO PAND-ALT-FWD-STAMP
053000             END-IF
053100             MOVE PAND-EVF-EVENT-STAMP TO PAND-ALT-CLR-STAMP
053200             PERFORM 3500-REWRITE-ALERT THRU 3500-EXIT
053300         ELSE
053400             ADD 1 TO WS-ALREADY-COUNT
053500         END-IF
053600     END-IF.
053700 3000-NEXT.
053800     PERFORM 3900-READ-FEED THRU 3900-EXIT.
053900 3000-EXIT.
054000     EXIT.
054100*
054200*****************************************************************
054300*    3500-REWRITE-ALERT - PUT BACK ONE MARKED ALERT.  A FAILED  *
054400*    REWRITE IS REPORTED WITH THE KEY; THAT EVENT WILL BE SENT  *
054500*    AGAIN BY THE NEXT RUN UNLESS THE ALERT IS MARKED BY HAND.  *
054600*****************************************************************
054700 3500-REWRITE-ALERT.
054800     REWRITE PAND-ALT-REC
054900         INVALID KEY
055000             DISPLAY "PANDORA EVENT FORWARDER - REWRITE FAILED - "
055100                 "STATUS " WS-ALT-STATUS " - JOB " PAND-ALT-JOB-ID
055200                 " " PAND-ALT-TIMESTAMP " " PAND-ALT-SEQ
055300             ADD 1 TO WS-FAIL-COUNT
055400             GO TO 3500-EXIT
055500     END-REWRITE.
055600     IF PAND-EVF-RAISE
055700         ADD 1 TO WS-RAISE-COUNT
055800     ELSE
055900         ADD 1 TO WS-CLEAR-COUNT
056000     END-IF.
056100 3500-EXIT.
056200     EXIT.
056300*
056400*****************************************************************
056500*    3900-READ-FEED - READ-AHEAD THE NEXT FEED RECORD.          *
056600*****************************************************************
056700 3900-READ-FEED.
056800     READ EVF-FILE
056900         AT END
057000             SET WS-EOF TO TRUE
057100             GO TO 3900-EXIT
057200     END-READ.
057300     IF WS-EVF-STATUS NOT = '00'
057400         DISPLAY "PANDORA EVENT FORWARDER - FEED READ FAILED - "
057500             "STATUS " WS-EVF-STATUS
057600         ADD 1 TO WS-FAIL-COUNT
057700         SET WS-FEED-REJECTED TO TRUE
057800         SET WS-EOF TO TRUE
057900     END-IF.
058000 3900-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400*    8000-WRITE-SUMMARY - RUN TOTALS ON SYSOUT.                 *
058500*****************************************************************
058600 8000-WRITE-SUMMARY.
058700     IF WS-SEND-MODE
058800         MOVE WS-READ-COUNT TO WS-COUNT-D
058900         DISPLAY "PANDORA EVENT FORWARDER - "
059000             "ALERTS READ . . . . : "
059100             WS-COUNT-D
059200         MOVE WS-RAISE-COUNT TO WS-COUNT-D
059300         DISPLAY "PANDORA EVENT FORWARDER - "
059400             "RAISE EVENTS SENT . : "
059500             WS-COUNT-D
059600         MOVE WS-CLEAR-COUNT TO WS-COUNT-D
059700         DISPLAY "PANDORA EVENT FORWARDER - "
059800             "CLEAR EVENTS SENT . : "
059900             WS-COUNT-D
060000         MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-D
060100         DISPLAY "PANDORA EVENT FORWARDER - "
060200             "SUPPRESSED, NOT SENT: "
060300             WS-COUNT-D
060400         MOVE WS-ALREADY-COUNT TO WS-COUNT-D
060500         DISPLAY "PANDORA EVENT FORWARDER - "
060600             "NOTHING OWED. . . . : "
060700             WS-COUNT-D
060800     ELSE
060900         MOVE WS-EVENT-COUNT TO WS-COUNT-D
061000         DISPLAY "PANDORA EVENT FORWARDER - "
061100             "FEED EVENTS READ. . : "
061200             WS-COUNT-D
061300         MOVE WS-RAISE-COUNT TO WS-COUNT-D
061400         DISPLAY "PANDORA EVENT FORWARDER - "
061500             "MARKED FORWARDED. . : "
061600             WS-COUNT-D
061700         MOVE WS-CLEAR-COUNT TO WS-COUNT-D
061800         DISPLAY "PANDORA EVENT FORWARDER - "
061900             "MARKED CLEARED. . . : "
062000             WS-COUNT-D
062100         MOVE WS-ALREADY-COUNT TO WS-COUNT-D
062200         DISPLAY "PANDORA EVENT FORWARDER - "
062300             "ALREADY MARKED. . . : "
062400             WS-COUNT-D
062500     END-IF.
062600     IF WS-UNKNOWN-COUNT > 0
062700         MOVE WS-UNKNOWN-COUNT TO WS-COUNT-D
062800         DISPLAY "PANDORA EVENT FORWARDER - "
062900             "UNKNOWN STATUS. . . : "
063000             WS-COUNT-D
063100     END-IF.
063200     IF WS-FAIL-COUNT > 0
063300         MOVE WS-FAIL-COUNT TO WS-COUNT-D
063400         DISPLAY "PANDORA EVENT FORWARDER - "
063500             "FAILURES. . . . . . : "
063600             WS-COUNT-D
063700     END-IF.
063800 8000-EXIT.
063900     EXIT.
064000*
064100*****************************************************************
064200*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
064300*    CODE.  A BAD PARM OR FAILED OPEN GETS 16.  A FAILED FEED   *
064400*    WRITE, A REFUSED FEED OR A MASTER READ OR REWRITE FAILURE  *
064500*    GETS 8 - AFTER A SEND THAT ENDS 8 THE MARK STEP MUST NOT   *
064600*    RUN AND THE FEED MUST NOT BE TAKEN.  AN ALERT WITH AN      *
064700*    UNKNOWN FORWARD STATUS GETS 4.                             *
064800*****************************************************************
064900 9000-TERMINATE.
065000     CLOSE ALERT-FILE.
065100     CLOSE EVF-FILE.
065200     IF WS-OPEN-FAILED
065300         MOVE 16 TO RETURN-CODE
065400     ELSE
065500         IF WS-FAIL-COUNT > 0
065600             MOVE 8 TO RETURN-CODE
065700         ELSE
065800             IF WS-UNKNOWN-COUNT > 0
065900                 MOVE 4 TO RETURN-CODE
066000             ELSE
066100                 MOVE 0 TO RETURN-CODE
066200             END-IF
066300         END-IF
066400     END-IF.
066500 9000-EXIT.
066600     EXIT.
066700*
066800 9999-EXIT.
066900     STOP RUN.
