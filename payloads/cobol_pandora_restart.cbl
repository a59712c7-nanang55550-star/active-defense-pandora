000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDRSTR.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDRSTR                                                    *
001000*   RESTART INCIDENT REPORT OVER THE KEYED HEARTBEAT HISTORY    *
001100*   MASTER.  PANDHB01 WRITES A TYPE-'K' RECORD EVERY TIME IT    *
001200*   RESUMES FROM A CHECKPOINT LEFT BY A RUN THAT NEVER ENDED    *
001300*   CLEANLY; THIS REPORT READS THE MASTER IN KEY ORDER (JOB/    *
001400*   INSTANCE ID, THEN TIMESTAMP) AND LISTS EVERY SUCH RESTART   *
001500*   PER JOB PER NIGHT - THE COUNTER IT RESUMED FROM, WHICH      *
001600*   CHECKPOINT COPY IT CAME FROM, WHEN THAT CHECKPOINT WAS      *
001700*   TAKEN, THE TIME LOST BETWEEN THE CHECKPOINT AND THE         *
001800*   RESTART, THE HEARTBEAT'S ESTIMATE OF THE CYCLES THAT TIME   *
001900*   WAS WORTH, AND THE CYCLES ALREADY LOGGED PAST THE           *
002000*   CHECKPOINT THAT HAD TO BE RUN AGAIN.  EVERY NIGHT ON FILE   *
002100*   FOR THE JOB GETS A CLOSING LINE - CLEAN, OR STITCHED        *
002200*   TOGETHER ACROSS N RESTARTS WITH THE NIGHT'S LOST TIME - SO  *
002300*   A MORNING COUNT FROM ONE UNBROKEN RUN CAN BE TOLD FROM ONE  *
002400*   PIECED TOGETHER ACROSS SEVERAL ABENDS.                      *
002500*                                                               *
002600*   THE PARM IS THE NUMBER OF DAYS TO LOOK BACK (FIVE DIGITS,   *
002700*   ZERO-PADDED; DEFAULT 7).  00000 REPORTS THE WHOLE MASTER.   *
002800*   RC 4 MEANS AT LEAST ONE RESTART RECORD CARRIED DETAIL THAT  *
002900*   COULD NOT BE USED; RC 16 MEANS A FILE DID NOT OPEN.         *
003000*                                                               *
003100*   MODIFICATION HISTORY                                        *
003200*   DATE       INIT  DESCRIPTION                                 *
003300*   ---------- ----  --------------------------------------     *
003400*   2026-10-15  DLM  ORIGINAL VERSION.                           *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HIST-FILE ASSIGN TO HISTFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS PAND-HST-KEY
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT RPT-FILE ASSIGN TO RPTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  HIST-FILE
005100     RECORDING MODE IS F.
005200     COPY PANDHST.
005300*
005400 FD  RPT-FILE
005500     RECORDING MODE IS F.
005600 01  RPT-LINE                   PIC X(80).
005700*
005800 WORKING-STORAGE SECTION.
005900*
006000 01  WS-SWITCHES.
006100     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
006200         88  WS-EOF                 VALUE 'Y'.
006300     05  WS-JOB-ACTIVE-SWITCH   PIC X(01) VALUE 'N'.
006400         88  WS-JOB-ACTIVE          VALUE 'Y'.
006500     05  WS-NIGHT-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
006600         88  WS-NIGHT-ACTIVE        VALUE 'Y'.
006700     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
006800         88  WS-OPEN-FAILED         VALUE 'Y'.
006900*
007000 01  WS-FILE-STATUSES.
007100     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
007200     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
007300*
007400 01  WS-COUNTERS.
007500     05  WS-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
007600     05  WS-JOB-COUNT           PIC 9(05) COMP VALUE 0.
007700     05  WS-NIGHT-TOTAL-COUNT   PIC 9(05) COMP VALUE 0.
007800     05  WS-STITCHED-TOTAL-COUNT PIC 9(05) COMP VALUE 0.
007900     05  WS-RESTART-TOTAL-COUNT PIC 9(05) COMP VALUE 0.
008000     05  WS-BAD-DETAIL-COUNT    PIC 9(05) COMP VALUE 0.
008100     05  WS-BAD-RECORD-COUNT    PIC 9(09) COMP VALUE 0.
008200     05  WS-LOST-TOTAL-SECS     PIC 9(09) COMP VALUE 0.
008300*
008400 01  WS-LOOKBACK-DAYS           PIC 9(05) VALUE 7.
008500 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
008600*
008700 01  WS-CUTOFF-FIELDS.
008800     05  WS-TODAY-DATE          PIC 9(08) VALUE 0.
008900     05  WS-TODAY-DAYNUM        PIC 9(07) COMP VALUE 0.
009000     05  WS-CUTOFF-DAYNUM       PIC 9(07) COMP VALUE 0.
009100*
009200 01  WS-CURRENT-JOB-ID          PIC X(08) VALUE SPACES.
009300 01  WS-CURRENT-NIGHT-DATE      PIC 9(08) VALUE 0.
009400*
009500*    THE LAST CYCLE COUNTER LOGGED FOR A JOB BEFORE EACH RESTART
009600*    RECORD, HELD WITH ITS JOB ID SO A COUNTER FROM THE PREVIOUS
009700*    JOB ON THE MASTER IS NEVER TAKEN FOR THIS ONE'S.
009800 01  WS-LAST-CTR-FIELDS.
009900     05  WS-LAST-CTR-JOB-ID     PIC X(08) VALUE SPACES.
010000     05  WS-LAST-CTR            PIC 9(09) VALUE 0.
010100     05  WS-REDONE-CYCLES       PIC 9(09) COMP VALUE 0.
010200*
010300 01  WS-NIGHT-TOTALS.
010400     05  WS-NIGHT-RESTARTS      PIC 9(05) COMP VALUE 0.
010500     05  WS-NIGHT-LOST-SECS     PIC 9(09) COMP VALUE 0.
010600     05  WS-NIGHT-LOST-CYCLES   PIC 9(09) COMP VALUE 0.
010700*
010800 01  WS-JOB-TOTALS.
010900     05  WS-JOB-NIGHTS          PIC 9(05) COMP VALUE 0.
011000     05  WS-JOB-STITCHED        PIC 9(05) COMP VALUE 0.
011100     05  WS-JOB-RESTARTS        PIC 9(05) COMP VALUE 0.
011200     05  WS-JOB-LOST-SECS       PIC 9(09) COMP VALUE 0.
011300*
011400 01  WS-DATE-CONVERT-FIELDS.
011500     05  WS-DC-DATE             PIC 9(08) VALUE 0.
011600     05  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
011700         10  WS-DC-YEAR         PIC 9(04).
011800         10  WS-DC-MONTH        PIC 9(02).
011900         10  WS-DC-DAY          PIC 9(02).
012000     05  WS-DC-LEAP-YEAR        PIC 9(05) COMP VALUE 0.
012100     05  WS-DC-LEAPS-4          PIC 9(05) COMP VALUE 0.
012200     05  WS-DC-LEAPS-100        PIC 9(05) COMP VALUE 0.
012300     05  WS-DC-LEAPS-400        PIC 9(05) COMP VALUE 0.
012400     05  WS-DC-DAYNUM           PIC 9(07) COMP VALUE 0.
012500*
012600 01  WS-MONTH-DAYS-TEXT         PIC X(36) VALUE
012700     "000031059090120151181212243273304334".
012800 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TEXT.
012900     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
013000*
013100 01  WS-DURATION-FIELDS.
013200     05  WS-DUR-SECS            PIC 9(09) COMP VALUE 0.
013300     05  WS-DUR-HOURS           PIC 9(09) COMP VALUE 0.
013400     05  WS-DUR-REMAINDER       PIC 9(05) COMP VALUE 0.
013500*
013600 01  WS-DURATION-EDIT.
013700     05  WS-DE-HOURS            PIC 9(03).
013800     05  FILLER                 PIC X(01) VALUE ':'.
013900     05  WS-DE-MINUTES          PIC 9(02).
014000     05  FILLER                 PIC X(01) VALUE ':'.
014100     05  WS-DE-SECONDS          PIC 9(02).
014200*
014300 01  WS-CLOCK-EDIT.
014400     05  WS-CE-HH               PIC X(02).
014500     05  FILLER                 PIC X(01) VALUE ':'.
014600     05  WS-CE-MM               PIC X(02).
014700     05  FILLER                 PIC X(01) VALUE ':'.
014800     05  WS-CE-SS               PIC X(02).
014900*
015000 01  WS-SAVED-LINE              PIC X(80) VALUE SPACES.
015100*
015200 01  WS-PAGE-FIELDS.
015300     05  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
015400     05  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
015500     05  WS-PAGE-NUMBER         PIC 9(05) COMP VALUE 0.
015600*
015700 01  WS-PAGE-HEADER-LINE.
015800     05  FILLER                 PIC X(44) VALUE
015900         "PANDORA HEARTBEAT - RESTART INCIDENT REPORT".
016000     05  FILLER                 PIC X(26) VALUE SPACES.
016100     05  FILLER                 PIC X(05) VALUE "PAGE ".
016200     05  WS-PH-PAGE-NUMBER      PIC ZZZZ9.
016300*
016400 01  WS-JOB-HEADER-LINE.
016500     05  FILLER                 PIC X(22) VALUE
016600         "JOB/INSTANCE ID . . : ".
016700     05  WS-JH-JOB-ID           PIC X(08).
016800     05  FILLER                 PIC X(50) VALUE SPACES.
016900*
017000 01  WS-COLUMN-HEADER-1.
017100     05  FILLER                 PIC X(41) VALUE
017200         "                     RESUMED         CKPT".
017300     05  FILLER                 PIC X(39) VALUE
017400         " LOST TIME  EST LOST    CYCLES  RST".
017500*
017600 01  WS-COLUMN-HEADER-2.
017700     05  FILLER                 PIC X(41) VALUE
017800         " NIGHT    RESTART   FROM CTR SRC TAKEN AT".
017900     05  FILLER                 PIC X(39) VALUE
018000         " HHH:MM:SS    CYCLES    REDONE  NO.".
018100*
018200 01  WS-RESTART-DETAIL-LINE.
018300     05  FILLER                 PIC X(01) VALUE SPACES.
018400     05  WS-RDL-DATE            PIC 9(08).
018500     05  FILLER                 PIC X(01) VALUE SPACES.
018600     05  WS-RDL-TIME            PIC X(08).
018700     05  FILLER                 PIC X(01) VALUE SPACES.
018800     05  WS-RDL-FROM-CTR        PIC ZZZZZZZZ9.
018900     05  FILLER                 PIC X(01) VALUE SPACES.
019000     05  WS-RDL-SOURCE          PIC X(03).
019100     05  FILLER                 PIC X(01) VALUE SPACES.
019200     05  WS-RDL-CKPT-TIME       PIC X(08).
019300     05  FILLER                 PIC X(01) VALUE SPACES.
019400     05  WS-RDL-LOST-TIME       PIC X(09).
019500     05  FILLER                 PIC X(01) VALUE SPACES.
019600     05  WS-RDL-EST-CYCLES      PIC ZZZZZZZZ9.
019700     05  FILLER                 PIC X(01) VALUE SPACES.
019800     05  WS-RDL-REDONE          PIC ZZZZZZZZ9.
019900     05  FILLER                 PIC X(02) VALUE SPACES.
020000     05  WS-RDL-WINDOW-NO       PIC ZZ9.
020100     05  FILLER                 PIC X(04) VALUE SPACES.
020200*
020300 01  WS-DISPLAY-COUNTS.
020400     05  WS-NIGHT-RESTARTS-D    PIC 9(03).
020500     05  WS-NIGHT-LOST-CYCLES-D PIC Z(08)9.
020600     05  WS-JOB-NIGHTS-D        PIC 9(05).
020700     05  WS-JOB-STITCHED-D      PIC 9(05).
020800     05  WS-JOB-RESTARTS-D      PIC 9(05).
020900*
021000 01  WS-SUMMARY-DISPLAY-COUNTS.
021100     05  WS-LOOKBACK-DAYS-D     PIC 9(05).
021200     05  WS-JOB-COUNT-D         PIC 9(05).
021300     05  WS-NIGHT-COUNT-D       PIC 9(05).
021400     05  WS-STITCHED-COUNT-D    PIC 9(05).
021500     05  WS-RESTART-COUNT-D     PIC 9(05).
021600     05  WS-BAD-DETAIL-COUNT-D  PIC 9(05).
021700     05  WS-BAD-RECORD-COUNT-D  PIC 9(09).
021800*
021900 LINKAGE SECTION.
022000 01  LS-PARM-FIELD.
022100     05  LS-PARM-LEN            PIC S9(04) COMP.
022200     05  LS-PARM-TEXT           PIC X(05).
022300*
022400 PROCEDURE DIVISION USING LS-PARM-FIELD.
022500*
022600 0000-MAIN-PARA.
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022800     IF WS-OPEN-FAILED
022900         GO TO 9000-TERMINATE
023000     END-IF.
023100     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
023200         UNTIL WS-EOF.
023300     IF WS-JOB-ACTIVE
023400         PERFORM 5000-END-JOB THRU 5000-EXIT
023500     END-IF.
023600     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     GO TO 9999-EXIT.
023900*
024000*****************************************************************
024100*    1000-INITIALIZE - PICK UP THE LOOK-BACK PARM, WORK OUT THE *
024200*    FIRST NIGHT TO REPORT, OPEN THE HISTORY MASTER AND THE     *
024300*    REPORT FILE, AND PRIME THE READ-AHEAD.  A FAILED OPEN ON   *
024400*    EITHER FILE ABANDONS THE RUN WITH ITS OWN RETURN CODE.     *
024500*****************************************************************
024600 1000-INITIALIZE.
024700     MOVE LS-PARM-LEN TO WS-PARM-LEN.
024800     IF WS-PARM-LEN = 5
024900         AND LS-PARM-TEXT NUMERIC
025000         MOVE LS-PARM-TEXT TO WS-LOOKBACK-DAYS
025100     ELSE
025200         IF WS-PARM-LEN > 0
025300             DISPLAY "PANDORA RESTART RPT - PARM NOT A FIVE-"
025400                 "DIGIT DAY COUNT - USING DEFAULT "
025500                 WS-LOOKBACK-DAYS
025600         END-IF
025700     END-IF.
025800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025900     MOVE WS-TODAY-DATE TO WS-DC-DATE.
026000     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
026100     MOVE WS-DC-DAYNUM TO WS-TODAY-DAYNUM.
026200     IF WS-LOOKBACK-DAYS = 0
026300         MOVE 0 TO WS-CUTOFF-DAYNUM
026400     ELSE
026500         COMPUTE WS-CUTOFF-DAYNUM =
026600             WS-TODAY-DAYNUM - WS-LOOKBACK-DAYS
026700     END-IF.
026800     OPEN INPUT HIST-FILE.
026900     IF WS-HIST-STATUS NOT = '00'
027000         DISPLAY "PANDORA RESTART RPT - HISTORY MASTER OPEN "
027100             "FAILED - STATUS " WS-HIST-STATUS
027200         SET WS-OPEN-FAILED TO TRUE
027300     END-IF.
027400     OPEN OUTPUT RPT-FILE.
027500     IF WS-RPT-STATUS NOT = '00'
027600         DISPLAY "PANDORA RESTART RPT - REPORT FILE OPEN "
027700             "FAILED - STATUS " WS-RPT-STATUS
027800         SET WS-OPEN-FAILED TO TRUE
027900     END-IF.
028000     IF NOT WS-OPEN-FAILED
028100         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500*
028600*****************************************************************
028700*    2000-PROCESS-RECORD - THE MASTER IS READ IN KEY ORDER SO   *
028800*    ALL OF A JOB'S RECORDS ARRIVE TOGETHER AND IN TIMESTAMP    *
028900*    ORDER.  A CHANGE OF JOB ID CLOSES THE FINISHED JOB AND A   *
029000*    CHANGE OF DATE CLOSES THE FINISHED NIGHT; A RESTART RECORD *
029100*    IS LISTED AS IT ARRIVES.  RECORDS OLDER THAN THE LOOK-BACK *
029200*    ARE NOT REPORTED BUT STILL FEED THE LAST-COUNTER TRACKING, *
029300*    SO THE FIRST RESTART IN THE PERIOD CAN BE MEASURED AGAINST *
029400*    THE NIGHT BEFORE.  A RECORD WHOSE TIMESTAMP DATE IS NOT A  *
029500*    USABLE NUMERIC DATE IS SKIPPED AND COUNTED.                *
029600*****************************************************************
029700 2000-PROCESS-RECORD.
029800     IF PAND-HST-TIMESTAMP(1:8) NOT NUMERIC
029900         OR PAND-HST-TIMESTAMP(5:2) < '01'
030000         OR PAND-HST-TIMESTAMP(5:2) > '12'
030100         ADD 1 TO WS-BAD-RECORD-COUNT
030200         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
030300         GO TO 2000-EXIT
030400     END-IF.
030500     MOVE PAND-HST-TIMESTAMP(1:8) TO WS-DC-DATE.
030600     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
030700     IF WS-DC-DAYNUM < WS-CUTOFF-DAYNUM
030800         PERFORM 2800-TRACK-LAST-COUNTER THRU 2800-EXIT
030900         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
031000         GO TO 2000-EXIT
031100     END-IF.
031200     IF NOT WS-JOB-ACTIVE
031300         OR PAND-HST-JOB-ID NOT = WS-CURRENT-JOB-ID
031400         IF WS-JOB-ACTIVE
031500             PERFORM 5000-END-JOB THRU 5000-EXIT
031600         END-IF
031700         PERFORM 2200-START-NEW-JOB THRU 2200-EXIT
031800     END-IF.
031900     IF WS-DC-DATE NOT = WS-CURRENT-NIGHT-DATE
032000         IF WS-NIGHT-ACTIVE
032100             PERFORM 4000-END-NIGHT THRU 4000-EXIT
032200         END-IF
032300         PERFORM 2300-START-NEW-NIGHT THRU 2300-EXIT
032400     END-IF.
032500     IF PAND-HST-TYPE = 'K'
032600         PERFORM 2500-LIST-RESTART THRU 2500-EXIT
032700     END-IF.
032800     PERFORM 2800-TRACK-LAST-COUNTER THRU 2800-EXIT.
032900     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200*
033300*****************************************************************
033400*    2200-START-NEW-JOB - PRINT THE JOB HEADING AND RESET THE   *
033500*    JOB TOTALS FOR A NEW JOB/INSTANCE ID.                      *
033600*****************************************************************
033700 2200-START-NEW-JOB.
033800     MOVE PAND-HST-JOB-ID TO WS-CURRENT-JOB-ID.
033900     SET WS-JOB-ACTIVE TO TRUE.
034000     ADD 1 TO WS-JOB-COUNT.
034100     MOVE 0 TO WS-CURRENT-NIGHT-DATE.
034200     MOVE 'N' TO WS-NIGHT-ACTIVE-SWITCH.
034300     MOVE 0 TO WS-JOB-NIGHTS.
034400     MOVE 0 TO WS-JOB-STITCHED.
034500     MOVE 0 TO WS-JOB-RESTARTS.
034600     MOVE 0 TO WS-JOB-LOST-SECS.
034700     MOVE SPACES TO RPT-LINE.
034800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
034900     MOVE WS-CURRENT-JOB-ID TO WS-JH-JOB-ID.
035000     MOVE WS-JOB-HEADER-LINE TO RPT-LINE.
035100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
035200     MOVE WS-COLUMN-HEADER-1 TO RPT-LINE.
035300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
035400     MOVE WS-COLUMN-HEADER-2 TO RPT-LINE.
035500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
035600 2200-EXIT.
035700     EXIT.
035800*
035900*****************************************************************
036000*    2300-START-NEW-NIGHT - RESET THE NIGHT TOTALS FOR THE DATE *
036100*    IN WS-DC-DATE.                                             *
036200*****************************************************************
036300 2300-START-NEW-NIGHT.
036400     MOVE WS-DC-DATE TO WS-CURRENT-NIGHT-DATE.
036500     SET WS-NIGHT-ACTIVE TO TRUE.
036600     ADD 1 TO WS-NIGHT-TOTAL-COUNT.
036700     ADD 1 TO WS-JOB-NIGHTS.
036800     MOVE 0 TO WS-NIGHT-RESTARTS.
036900     MOVE 0 TO WS-NIGHT-LOST-SECS.
037000     MOVE 0 TO WS-NIGHT-LOST-CYCLES.
037100 2300-EXIT.
037200     EXIT.
037300*
037400*****************************************************************
037500*    2500-LIST-RESTART - ONE DETAIL LINE FOR ONE TYPE-'K'       *
037600*    RECORD.  THE LOST TIME IS THE AGE OF THE CHECKPOINT WHEN   *
037700*    THE RUN RESUMED FROM IT - EVERYTHING SINCE THAT STAMP WAS  *
037800*    EITHER DOWN TIME OR WORK DONE AGAIN.  THE ESTIMATED LOST   *
037900*    CYCLES ARE THE HEARTBEAT'S OWN (LOST TIME OVER THE PACING  *
038000*    INTERVAL; ZERO FOR AN UNPACED JOB).  THE CYCLES REDONE ARE *
038100*    THE LAST COUNTER LOGGED BEFORE THE RESTART LESS THE        *
038200*    COUNTER RESUMED FROM - CYCLES THE MASTER HAD ALREADY SEEN  *
038300*    THAT THE CHECKPOINT DID NOT.  A RESTART RECORD WHOSE       *
038400*    DETAIL IS NOT USABLE STILL COUNTS AGAINST THE NIGHT.       *
038500*****************************************************************
038600 2500-LIST-RESTART.
038700     ADD 1 TO WS-NIGHT-RESTARTS.
038800     ADD 1 TO WS-JOB-RESTARTS.
038900     ADD 1 TO WS-RESTART-TOTAL-COUNT.
039000     MOVE PAND-HST-TIMESTAMP(10:2) TO WS-CE-HH.
039100     MOVE PAND-HST-TIMESTAMP(12:2) TO WS-CE-MM.
039200     MOVE PAND-HST-TIMESTAMP(14:2) TO WS-CE-SS.
039300     IF PAND-HST-RST-FROM-CTR NOT NUMERIC
039400         OR PAND-HST-RST-AGE-SECS NOT NUMERIC
039500         OR PAND-HST-RST-LOST-CYCLES NOT NUMERIC
039600         OR PAND-HST-RST-COUNT NOT NUMERIC
039700         OR (PAND-HST-RST-SOURCE NOT = 'P'
039800             AND PAND-HST-RST-SOURCE NOT = 'A')
039900         ADD 1 TO WS-BAD-DETAIL-COUNT
040000         MOVE SPACES TO RPT-LINE
040100         STRING " "                    DELIMITED BY SIZE
040200                 WS-DC-DATE            DELIMITED BY SIZE
040300                 " "                   DELIMITED BY SIZE
040400                 WS-CLOCK-EDIT         DELIMITED BY SIZE
040500                 "  ** RESTART DETAIL NOT USABLE **"
040600                                       DELIMITED BY SIZE
040700             INTO RPT-LINE
040800         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
040900         GO TO 2500-EXIT
041000     END-IF.
041100     MOVE WS-DC-DATE TO WS-RDL-DATE.
041200     MOVE WS-CLOCK-EDIT TO WS-RDL-TIME.
041300     MOVE PAND-HST-RST-FROM-CTR TO WS-RDL-FROM-CTR.
041400     IF PAND-HST-RST-SOURCE = 'P'
041500         MOVE "PRI" TO WS-RDL-SOURCE
041600     ELSE
041700         MOVE "ALT" TO WS-RDL-SOURCE
041800     END-IF.
041900     IF PAND-HST-RST-CKPT-STAMP(10:6) NUMERIC
042000         MOVE PAND-HST-RST-CKPT-STAMP(10:2) TO WS-CE-HH
042100         MOVE PAND-HST-RST-CKPT-STAMP(12:2) TO WS-CE-MM
042200         MOVE PAND-HST-RST-CKPT-STAMP(14:2) TO WS-CE-SS
042300         MOVE WS-CLOCK-EDIT TO WS-RDL-CKPT-TIME
042400     ELSE
042500         MOVE "UNKNOWN" TO WS-RDL-CKPT-TIME
042600     END-IF.
042700     MOVE PAND-HST-RST-AGE-SECS TO WS-DUR-SECS.
042800     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
042900     MOVE WS-DURATION-EDIT TO WS-RDL-LOST-TIME.
043000     MOVE PAND-HST-RST-LOST-CYCLES TO WS-RDL-EST-CYCLES.
043100     MOVE 0 TO WS-REDONE-CYCLES.
043200     IF WS-LAST-CTR-JOB-ID = PAND-HST-JOB-ID
043300         AND WS-LAST-CTR > PAND-HST-RST-FROM-CTR
043400         COMPUTE WS-REDONE-CYCLES =
043500             WS-LAST-CTR - PAND-HST-RST-FROM-CTR
043600     END-IF.
043700     MOVE WS-REDONE-CYCLES TO WS-RDL-REDONE.
043800     MOVE PAND-HST-RST-COUNT TO WS-RDL-WINDOW-NO.
043900     MOVE WS-RESTART-DETAIL-LINE TO RPT-LINE.
044000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
044100     ADD PAND-HST-RST-AGE-SECS TO WS-NIGHT-LOST-SECS.
044200     ADD PAND-HST-RST-AGE-SECS TO WS-JOB-LOST-SECS.
044300     ADD PAND-HST-RST-AGE-SECS TO WS-LOST-TOTAL-SECS.
044400     ADD PAND-HST-RST-LOST-CYCLES TO WS-NIGHT-LOST-CYCLES.
044500 2500-EXIT.
044600     EXIT.
044700*
044800*****************************************************************
044900*    2800-TRACK-LAST-COUNTER - REMEMBER THE COUNTER OF THE LAST *
045000*    CYCLE RECORD FOR THE JOB.  THE STOP-FILE, PACE AND RESTART *
045100*    EVENT RECORDS ARE NOT CYCLES AND ARE PASSED OVER, AS IS A  *
045200*    COUNTER THAT IS NOT NUMERIC.                               *
045300*****************************************************************
045400 2800-TRACK-LAST-COUNTER.
045500     IF PAND-HST-TYPE = 'P'
045600         OR PAND-HST-TYPE = 'R'
045700         OR PAND-HST-TYPE = 'T'
045800         OR PAND-HST-TYPE = 'D'
045900         OR PAND-HST-TYPE = 'K'
046000         OR PAND-HST-COUNTER NOT NUMERIC
046100         GO TO 2800-EXIT
046200     END-IF.
046300     MOVE PAND-HST-JOB-ID TO WS-LAST-CTR-JOB-ID.
046400     MOVE PAND-HST-COUNTER TO WS-LAST-CTR.
046500 2800-EXIT.
046600     EXIT.
046700*
046800*****************************************************************
046900*    2900-READ-HISTORY-RECORD - READ-AHEAD ONE HISTORY RECORD.  *
047000*****************************************************************
047100 2900-READ-HISTORY-RECORD.
047200     READ HIST-FILE NEXT RECORD
047300         AT END
047400             SET WS-EOF TO TRUE
047500         NOT AT END
047600             ADD 1 TO WS-RECORD-COUNT
047700     END-READ.
047800     IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '10'
047900         DISPLAY "PANDORA RESTART RPT - HISTORY READ FAILED - "
048000             "STATUS " WS-HIST-STATUS
048100         SET WS-EOF TO TRUE
048200     END-IF.
048300 2900-EXIT.
048400     EXIT.
048500*
048600*****************************************************************
048700*    4000-END-NIGHT - THE CLOSING LINE FOR ONE NIGHT OF ONE     *
048800*    JOB: CLEAN, OR STITCHED TOGETHER ACROSS THE NIGHT'S        *
048900*    RESTARTS WITH THE TIME AND ESTIMATED CYCLES THEY COST.     *
049000*****************************************************************
049100 4000-END-NIGHT.
049200     MOVE 'N' TO WS-NIGHT-ACTIVE-SWITCH.
049300     MOVE SPACES TO RPT-LINE.
049400     IF WS-NIGHT-RESTARTS = 0
049500         STRING "  NIGHT "             DELIMITED BY SIZE
049600                 WS-CURRENT-NIGHT-DATE DELIMITED BY SIZE
049700                 " CLEAN - NO RESTARTS" DELIMITED BY SIZE
049800             INTO RPT-LINE
049900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
050000         GO TO 4000-EXIT
050100     END-IF.
050200     ADD 1 TO WS-JOB-STITCHED.
050300     ADD 1 TO WS-STITCHED-TOTAL-COUNT.
050400     IF WS-NIGHT-RESTARTS > 999
050500         MOVE 999 TO WS-NIGHT-RESTARTS-D
050600     ELSE
050700         MOVE WS-NIGHT-RESTARTS TO WS-NIGHT-RESTARTS-D
050800     END-IF.
050900     MOVE WS-NIGHT-LOST-SECS TO WS-DUR-SECS.
051000     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
051100     MOVE WS-NIGHT-LOST-CYCLES TO WS-NIGHT-LOST-CYCLES-D.
051200     STRING "  NIGHT "             DELIMITED BY SIZE
051300             WS-CURRENT-NIGHT-DATE DELIMITED BY SIZE
051400             " STITCHED - "        DELIMITED BY SIZE
051500             WS-NIGHT-RESTARTS-D   DELIMITED BY SIZE
051600             " RESTART(S), LOST "  DELIMITED BY SIZE
051700             WS-DURATION-EDIT      DELIMITED BY SIZE
051800             ", EST CYCLES "       DELIMITED BY SIZE
051900             WS-NIGHT-LOST-CYCLES-D DELIMITED BY SIZE
052000         INTO RPT-LINE.
052100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
052200 4000-EXIT.
052300     EXIT.
052400*
052500*****************************************************************
052600*    5000-END-JOB - CLOSE THE JOB'S LAST NIGHT AND PRINT THE    *
052700*    JOB TOTALS.                                                *
052800*****************************************************************
052900 5000-END-JOB.
053000     IF WS-NIGHT-ACTIVE
053100         PERFORM 4000-END-NIGHT THRU 4000-EXIT
053200     END-IF.
053300     MOVE WS-JOB-NIGHTS TO WS-JOB-NIGHTS-D.
053400     MOVE WS-JOB-STITCHED TO WS-JOB-STITCHED-D.
053500     MOVE WS-JOB-RESTARTS TO WS-JOB-RESTARTS-D.
053600     MOVE WS-JOB-LOST-SECS TO WS-DUR-SECS.
053700     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
053800     MOVE SPACES TO RPT-LINE.
053900     STRING "  JOB TOTAL - NIGHTS "   DELIMITED BY SIZE
054000             WS-JOB-NIGHTS-D          DELIMITED BY SIZE
054100             ", STITCHED "            DELIMITED BY SIZE
054200             WS-JOB-STITCHED-D        DELIMITED BY SIZE
054300             ", RESTARTS "            DELIMITED BY SIZE
054400             WS-JOB-RESTARTS-D        DELIMITED BY SIZE
054500             ", LOST "                DELIMITED BY SIZE
054600             WS-DURATION-EDIT         DELIMITED BY SIZE
054700         INTO RPT-LINE.
054800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
054900 5000-EXIT.
055000     EXIT.
055100*
055200*****************************************************************
055300*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
055400*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
055500*    TWO DATES CAN BE COMPARED ACROSS MONTH AND YEAR ENDS.      *
055600*    LEAP DAYS ARE COUNTED THROUGH THE PRIOR YEAR WHEN THE      *
055700*    MONTH IS JANUARY OR FEBRUARY SO THE CURRENT YEAR'S LEAP    *
055800*    DAY IS ONLY INCLUDED ONCE MARCH IS REACHED.  THE DIVIDES   *
055900*    ARE SEPARATE STATEMENTS SO EACH QUOTIENT TRUNCATES ON ITS  *
056000*    OWN INSTEAD OF CARRYING DECIMALS THROUGH THE EXPRESSION.   *
056100*****************************************************************
056200 7100-CONVERT-DATE-TO-DAYS.
056300     IF WS-DC-MONTH > 2
056400         MOVE WS-DC-YEAR TO WS-DC-LEAP-YEAR
056500     ELSE
056600         COMPUTE WS-DC-LEAP-YEAR = WS-DC-YEAR - 1
056700     END-IF.
056800     DIVIDE WS-DC-LEAP-YEAR BY 4 GIVING WS-DC-LEAPS-4.
056900     DIVIDE WS-DC-LEAP-YEAR BY 100 GIVING WS-DC-LEAPS-100.
057000     DIVIDE WS-DC-LEAP-YEAR BY 400 GIVING WS-DC-LEAPS-400.
057100     COMPUTE WS-DC-DAYNUM = (WS-DC-YEAR * 365)
057200         + WS-DC-LEAPS-4 - WS-DC-LEAPS-100 + WS-DC-LEAPS-400
057300         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
057400 7100-EXIT.
057500     EXIT.
057600*
057700*****************************************************************
057800*    7300-FORMAT-DURATION - EDIT THE SECONDS IN WS-DUR-SECS AS  *
057900*    HHH:MM:SS IN WS-DURATION-EDIT.  A DURATION OF 1000 HOURS   *
058000*    OR MORE SHOWS AS 999:59:59.                                *
058100*****************************************************************
058200 7300-FORMAT-DURATION.
058300     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
058400         REMAINDER WS-DUR-REMAINDER.
058500     IF WS-DUR-HOURS > 999
058600         MOVE 999 TO WS-DE-HOURS
058700         MOVE 59 TO WS-DE-MINUTES
058800         MOVE 59 TO WS-DE-SECONDS
058900         GO TO 7300-EXIT
059000     END-IF.
059100     MOVE WS-DUR-HOURS TO WS-DE-HOURS.
059200     DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DE-MINUTES
059300         REMAINDER WS-DE-SECONDS.
059400 7300-EXIT.
059500     EXIT.
059600*
059700*****************************************************************
059800*    8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS. *
059900*****************************************************************
060000 8000-WRITE-SUMMARY.
060100     MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS-D.
060200     MOVE WS-JOB-COUNT TO WS-JOB-COUNT-D.
060300     MOVE WS-NIGHT-TOTAL-COUNT TO WS-NIGHT-COUNT-D.
060400     MOVE WS-STITCHED-TOTAL-COUNT TO WS-STITCHED-COUNT-D.
060500     MOVE WS-RESTART-TOTAL-COUNT TO WS-RESTART-COUNT-D.
060600     MOVE WS-BAD-DETAIL-COUNT TO WS-BAD-DETAIL-COUNT-D.
060700     MOVE WS-BAD-RECORD-COUNT TO WS-BAD-RECORD-COUNT-D.
060800     MOVE WS-LOST-TOTAL-SECS TO WS-DUR-SECS.
060900     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
061000     MOVE SPACES TO RPT-LINE.
061100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
061200     MOVE SPACES TO RPT-LINE.
061300     IF WS-LOOKBACK-DAYS = 0
061400         MOVE "DAYS LOOKED BACK  . . . . . : WHOLE MASTER"
061500             TO RPT-LINE
061600     ELSE
061700         STRING "DAYS LOOKED BACK  . . . . . : " DELIMITED BY SIZE
061800                 WS-LOOKBACK-DAYS-D  DELIMITED BY SIZE
061900             INTO RPT-LINE
062000     END-IF.
062100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
062200     DISPLAY RPT-LINE.
062300     MOVE SPACES TO RPT-LINE.
062400     STRING "JOBS REPORTED . . . . . . . : " DELIMITED BY SIZE
062500             WS-JOB-COUNT-D      DELIMITED BY SIZE
062600         INTO RPT-LINE.
062700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
062800     DISPLAY RPT-LINE.
062900     MOVE SPACES TO RPT-LINE.
063000     STRING "NIGHTS REPORTED . . . . . . : " DELIMITED BY SIZE
063100             WS-NIGHT-COUNT-D    DELIMITED BY SIZE
063200         INTO RPT-LINE.
063300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
063400     DISPLAY RPT-LINE.
063500     MOVE SPACES TO RPT-LINE.
063600     STRING "NIGHTS STITCHED . . . . . . : " DELIMITED BY SIZE
063700             WS-STITCHED-COUNT-D DELIMITED BY SIZE
063800         INTO RPT-LINE.
063900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
064000     DISPLAY RPT-LINE.
064100     MOVE SPACES TO RPT-LINE.
064200     STRING "RESTARTS LISTED . . . . . . : " DELIMITED BY SIZE
064300             WS-RESTART-COUNT-D  DELIMITED BY SIZE
064400         INTO RPT-LINE.
064500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
064600     DISPLAY RPT-LINE.
064700     MOVE SPACES TO RPT-LINE.
064800     STRING "TIME LOST TO RESTARTS . . . : " DELIMITED BY SIZE
064900             WS-DURATION-EDIT    DELIMITED BY SIZE
065000         INTO RPT-LINE.
065100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
065200     DISPLAY RPT-LINE.
065300     IF WS-BAD-DETAIL-COUNT > 0
065400         MOVE SPACES TO RPT-LINE
065500         STRING "RESTART DETAIL NOT USABLE . : "
065600                     DELIMITED BY SIZE
065700                 WS-BAD-DETAIL-COUNT-D DELIMITED BY SIZE
065800             INTO RPT-LINE
065900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
066000         DISPLAY RPT-LINE
066100     END-IF.
066200     IF WS-BAD-RECORD-COUNT > 0
066300         MOVE SPACES TO RPT-LINE
066400         STRING "RECORDS SKIPPED (BAD DATE). : "
066500                     DELIMITED BY SIZE
066600                 WS-BAD-RECORD-COUNT-D DELIMITED BY SIZE
066700             INTO RPT-LINE
066800         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
066900         DISPLAY RPT-LINE
067000     END-IF.
067100 8000-EXIT.
067200     EXIT.
067300*
067400*****************************************************************
067500*    8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE, STARTING   *
067600*    A NEW PAGE WITH THE REPORT TITLE AND PAGE NUMBER WHENEVER  *
067700*    THE CURRENT PAGE IS FULL.                                  *
067800*****************************************************************
067900 8100-WRITE-REPORT-LINE.
068000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068100         MOVE RPT-LINE TO WS-SAVED-LINE
068200         ADD 1 TO WS-PAGE-NUMBER
068300         MOVE WS-PAGE-NUMBER TO WS-PH-PAGE-NUMBER
068400         WRITE RPT-LINE FROM WS-PAGE-HEADER-LINE
068500         MOVE SPACES TO RPT-LINE
068600         WRITE RPT-LINE
068700         MOVE WS-SAVED-LINE TO RPT-LINE
068800         MOVE 2 TO WS-LINE-COUNT
068900     END-IF.
069000     WRITE RPT-LINE.
069100     ADD 1 TO WS-LINE-COUNT.
069200     IF WS-RPT-STATUS NOT = '00'
069300         DISPLAY "PANDORA RESTART RPT - REPORT WRITE FAILED - "
069400             "STATUS " WS-RPT-STATUS
069500     END-IF.
069600 8100-EXIT.
069700     EXIT.
069800*
069900*****************************************************************
070000*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
070100*    CODE.  A FAILED OPEN GETS ITS OWN NONZERO CODE SO THE      *
070200*    SCHEDULER DOES NOT MISTAKE AN EMPTY RUN FOR A CLEAN ONE;   *
070300*    A RESTART RECORD WITH UNUSABLE DETAIL ENDS RC 4.           *
070400*****************************************************************
070500 9000-TERMINATE.
070600     CLOSE HIST-FILE.
070700     CLOSE RPT-FILE.
070800     IF WS-OPEN-FAILED
070900         MOVE 16 TO RETURN-CODE
071000     ELSE
071100         IF WS-BAD-DETAIL-COUNT > 0
071200             MOVE 4 TO RETURN-CODE
071300         ELSE
071400             MOVE 0 TO RETURN-CODE
071500         END-IF
071600     END-IF.
071700 9000-EXIT.
071800     EXIT.
071900*
072000 9999-EXIT.
072100     STOP RUN.
