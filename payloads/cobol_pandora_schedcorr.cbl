000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDSCOR.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDSCOR                                                    *
001000*   STALL / SCHEDULER CORRELATION REPORT.  THE CANARY EXISTS    *
001100*   TO PROVE THE BATCH WINDOW IS STILL MOVING, SO WHEN IT       *
001200*   STALLS THE FIRST QUESTION IS WHAT PRODUCTION WORK WAS       *
001300*   RUNNING AT THE TIME.  THIS REPORT READS THE KEYED           *
001400*   HEARTBEAT HISTORY MASTER FOR THE REPORT MONTH AND PICKS     *
001500*   OUT EVERY STALL GAP (MORE THAN THE 300-SECOND STALL         *
001600*   THRESHOLD BETWEEN CONSECUTIVE RECORDS, BY THE SAME RULE     *
001700*   AS THE MONTHLY STATEMENT) AND EVERY PACE-DEVIATION ('D')    *
001800*   INTERVAL, THEN MATCHES THE PRODUCTION SCHEDULER'S DAILY     *
001900*   JOB-EVENT EXTRACTS (PAND.SCHED.JOBEVENT, ALL GENERATIONS    *
002000*   CONCATENATED) AGAINST THEM.  EACH GAP IS LISTED WITH THE    *
002100*   JOBS THAT STARTED, ENDED, ABENDED OR WERE RUNNING ACROSS    *
002200*   IT, AND THE JOBS ARE THEN RANKED BY HOW MANY OF THE         *
002300*   MONTH'S GAPS THEY OVERLAPPED.                               *
002400*                                                               *
002410*   PLANNED OUTAGES ARE HONORED AS THE MONTHLY STATEMENT        *
002420*   HONORS THEM: A GAP WHOLLY INSIDE AN OUTAGE DECLARED ON      *
002430*   PAND.CNTL.OUTAGE FOR ITS JOB (OR FOR *ALL) IS LISTED AS A   *
002440*   PLANNED OUTAGE, BUT IS NOT MATCHED AGAINST THE SCHEDULER,   *
002450*   NOT RANKED AND NOT COUNTED IN THE RANKING PERCENTAGES.      *
002460*                                                               *
002500*   THE CANARY'S OWN JOBS (NAMES BEGINNING PAND) RUN ACROSS     *
002600*   EVERY GAP BY DEFINITION AND ARE LEFT OUT OF THE MATCHING.   *
002700*   A RUN STILL GOING WHEN ONE EXTRACT WAS CUT AND SEEN AGAIN,  *
002800*   ENDED, IN THE NEXT IS LISTED ONCE, WITH ITS END.            *
002900*                                                               *
003000*   THE PARM NAMES THE REPORT MONTH (YYYYMM, SIX DIGITS;        *
003100*   DEFAULT THE CURRENT MONTH).  RC 4 MEANS A SCHEDULER RECORD  *
003200*   WAS UNUSABLE, A TABLE FILLED, OR NO SCHEDULER EVENTS WERE   *
003210*   READ AT ALL; RC 16 MEANS A FILE DID NOT OPEN.  A MISSING    *
003220*   OUTAGE SCHEDULE IS DIAGNOSED, NOT FATAL - NO GAP IS THEN    *
003230*   TAKEN AS PLANNED.                                           *
003400*                                                               *
003500*   MODIFICATION HISTORY                                        *
003600*   DATE       INIT  DESCRIPTION                                 *
003700*   ---------- ----  --------------------------------------     *
003800*   2026-10-15  DLM  ORIGINAL VERSION.                           *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HIST-FILE ASSIGN TO HISTFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS PAND-HST-KEY
004700         FILE STATUS IS WS-HIST-STATUS.
004800     SELECT SJE-FILE ASSIGN TO SJEFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SJE-STATUS.
005010     SELECT OUT-FILE ASSIGN TO OUTFILE
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-OUT-STATUS.
005100     SELECT RPT-FILE ASSIGN TO RPTFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  HIST-FILE
005800     RECORDING MODE IS F.
005900     COPY PANDHST.
006000*
006100 FD  SJE-FILE
006200     RECORDING MODE IS F.
006300     COPY PANDSJE.
006400*
006410 FD  OUT-FILE
006420     RECORDING MODE IS F.
006430     COPY PANDOUT.
006440*
006500 FD  RPT-FILE
006600     RECORDING MODE IS F.
006700 01  RPT-LINE                   PIC X(80).
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007300         88  WS-EOF                 VALUE 'Y'.
007400     05  WS-SJE-EOF-SWITCH      PIC X(01) VALUE 'N'.
007500         88  WS-SJE-EOF             VALUE 'Y'.
007510     05  WS-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007520         88  WS-OUT-EOF             VALUE 'Y'.
007600     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007700         88  WS-OPEN-FAILED         VALUE 'Y'.
007800     05  WS-EVENT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
007900         88  WS-EVENT-OPEN          VALUE 'Y'.
008000     05  WS-EVENT-MATCHED-SWITCH PIC X(01) VALUE 'N'.
008100         88  WS-EVENT-MATCHED       VALUE 'Y'.
008200     05  WS-STAMP-VALID-SWITCH  PIC X(01) VALUE 'N'.
008300         88  WS-STAMP-VALID         VALUE 'Y'.
008400     05  WS-RANK-DONE-SWITCH    PIC X(01) VALUE 'N'.
008500         88  WS-RANK-DONE           VALUE 'Y'.
008600     05  WS-RUN-ENDED-SWITCH    PIC X(01) VALUE 'N'.
008700         88  WS-RUN-ENDED           VALUE 'Y'.
008800*
008900 01  WS-FILE-STATUSES.
009000     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
009100     05  WS-SJE-STATUS          PIC X(02) VALUE '00'.
009110     05  WS-OUT-STATUS          PIC X(02) VALUE '00'.
009200     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
009300*
009400 01  WS-COUNTERS.
009500     05  WS-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
009600     05  WS-BAD-RECORD-COUNT    PIC 9(09) COMP VALUE 0.
009700     05  WS-STALL-COUNT         PIC 9(05) COMP VALUE 0.
009800     05  WS-PACE-COUNT          PIC 9(05) COMP VALUE 0.
009810     05  WS-OUTAGE-GAP-COUNT    PIC 9(05) COMP VALUE 0.
009900     05  WS-SJE-COUNT           PIC 9(09) COMP VALUE 0.
010000     05  WS-SJE-BAD-COUNT       PIC 9(09) COMP VALUE 0.
010100     05  WS-SJE-OWN-COUNT       PIC 9(09) COMP VALUE 0.
010200     05  WS-SJE-MATCHED-COUNT   PIC 9(09) COMP VALUE 0.
010300     05  WS-GAP-OVERFLOW-COUNT  PIC 9(05) COMP VALUE 0.
010400     05  WS-MAT-OVERFLOW-COUNT  PIC 9(09) COMP VALUE 0.
010500     05  WS-RNK-OVERFLOW-COUNT  PIC 9(05) COMP VALUE 0.
010600     05  WS-NO-JOB-GAP-COUNT    PIC 9(05) COMP VALUE 0.
010700*
010800 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010900 01  WS-TODAY-DATE              PIC 9(08) VALUE 0.
011000 01  WS-REPORT-MONTH            PIC 9(06) VALUE 0.
011100 01  WS-RECORD-MONTH            PIC X(06) VALUE SPACES.
011200*
011300*    GAPS OVER THE STALL THRESHOLD ARE COUNTED EXACTLY AS THE
011400*    MONTHLY STATEMENT COUNTS THEM.  JOBS WHOSE NAMES BEGIN WITH
011500*    THE CANARY'S OWN PREFIX ARE NOT CANDIDATES FOR A STALL.
011600 01  WS-GAP-THRESHOLD-SECONDS   PIC 9(05) VALUE 00300.
011700 01  WS-OWN-JOB-PREFIX          PIC X(04) VALUE 'PAND'.
011800*
011900 01  WS-CURRENT-JOB-ID          PIC X(08) VALUE SPACES.
012000 01  WS-CURRENT-NIGHT-DATE      PIC 9(08) VALUE 0.
012100*
012200 01  WS-GAP-WORK-FIELDS.
012300     05  WS-NIGHT-DAYNUM        PIC 9(07) COMP VALUE 0.
012400     05  WS-CURR-HH             PIC 9(02) VALUE 0.
012500     05  WS-CURR-MM             PIC 9(02) VALUE 0.
012600     05  WS-CURR-SS             PIC 9(02) VALUE 0.
012700     05  WS-CURR-SECS-OF-DAY    PIC 9(05) COMP VALUE 0.
012800     05  WS-PREV-SECS-OF-DAY    PIC 9(05) COMP VALUE 0.
012900     05  WS-PREV-TYPE           PIC X(01) VALUE SPACE.
013000     05  WS-ELAPSED-SECONDS     PIC 9(05) COMP VALUE 0.
013100     05  WS-PACE-ACTUAL-SECS    PIC 9(07) VALUE 0.
013200*
013300*    ONE ENTRY PER STALL GAP ('G') OR PACE DEVIATION ('D') IN THE
013400*    REPORT MONTH.  FROM AND TO ARE HELD BOTH AS CLOCK TIMES FOR
013500*    THE REPORT AND AS SECONDS FROM A FIXED EPOCH FOR THE OVERLAP
013600*    TESTS, SO A SCHEDULER RUN CROSSING MIDNIGHT COMPARES CLEANLY.
013700 01  WS-GAP-TABLE.
013800     05  WS-GAP-MAX             PIC 9(04) COMP VALUE 500.
013900     05  WS-GAP-COUNT           PIC 9(04) COMP VALUE 0.
014000     05  WS-GAP-ENTRY OCCURS 500 TIMES
014100             INDEXED BY GP-IX.
014200         10  WS-GT-JOB-ID       PIC X(08).
014300         10  WS-GT-KIND         PIC X(01).
014400             88  WS-GT-STALL        VALUE 'G'.
014500             88  WS-GT-PACE         VALUE 'D'.
014600         10  WS-GT-NIGHT        PIC 9(08).
014700         10  WS-GT-FROM-CLOCK   PIC X(08).
014800         10  WS-GT-TO-CLOCK     PIC X(08).
014900         10  WS-GT-FROM-SECS    PIC 9(11) COMP.
015000         10  WS-GT-TO-SECS      PIC 9(11) COMP.
015100         10  WS-GT-MATCHES      PIC 9(05) COMP.
015110         10  WS-GT-OUTAGE       PIC X(01).
015120             88  WS-GT-PLANNED      VALUE 'Y'.
015200*
015300 01  WS-NEW-GAP-FIELDS.
015400     05  WS-NG-KIND             PIC X(01) VALUE SPACE.
015500     05  WS-NG-FROM-SOD         PIC 9(05) COMP VALUE 0.
015600     05  WS-NG-FROM-SECS        PIC 9(11) COMP VALUE 0.
015700     05  WS-NG-TO-SECS          PIC 9(11) COMP VALUE 0.
015708*
015716*    THE PLANNED OUTAGES, FROM AND TO HELD AS SECONDS FROM THE
015724*    SAME EPOCH AS THE GAPS.
015732 01  WS-OUTAGE-TABLE.
015740     05  WS-OUT-MAX             PIC 9(03) COMP VALUE 50.
015748     05  WS-OUT-COUNT           PIC 9(03) COMP VALUE 0.
015756     05  WS-OUT-ENTRY OCCURS 50 TIMES
015764             INDEXED BY OT-IX.
015772         10  WS-OT-JOB-ID       PIC X(08).
015780         10  WS-OT-FROM-SECS    PIC 9(11) COMP.
015788         10  WS-OT-TO-SECS      PIC 9(11) COMP.
015800*
015900*    ONE ENTRY PER SCHEDULER RUN PER GAP IT OVERLAPS.  THE
016000*    RELATION IS S (STARTED IN THE GAP), E (ENDED IN IT), B (BOTH
016100*    STARTED AND ENDED IN IT), A (ABENDED IN IT) OR R (RUNNING
016200*    RIGHT ACROSS IT); X MARKS A STILL-RUNNING ENTRY WITHDRAWN
016300*    WHEN THE SAME RUN TURNED UP AGAIN, ENDED, IN A LATER EXTRACT.
016400 01  WS-MATCH-TABLE.
016500     05  WS-MAT-MAX             PIC 9(04) COMP VALUE 5000.
016600     05  WS-MAT-COUNT           PIC 9(04) COMP VALUE 0.
016700     05  WS-MAT-ENTRY OCCURS 5000 TIMES
016800             INDEXED BY MT-IX.
016900         10  WS-MT-GAP-NO       PIC 9(04) COMP.
017000         10  WS-MT-JOB-NAME     PIC X(08).
017100         10  WS-MT-RELATION     PIC X(01).
017200             88  WS-MT-ABENDED      VALUE 'A'.
017300             88  WS-MT-WITHDRAWN    VALUE 'X'.
017400         10  WS-MT-START-STAMP  PIC X(15).
017500         10  WS-MT-END-STAMP    PIC X(15).
017600         10  WS-MT-COMP-CODE    PIC X(05).
017700         10  WS-MT-LPAR         PIC X(08).
017800*
017900*    ONE ENTRY PER PRODUCTION JOB SEEN IN ANY GAP.  THE LAST GAP
018000*    NUMBER KEEPS A JOB THAT RAN TWICE ACROSS ONE GAP FROM BEING
018100*    COUNTED FOR IT TWICE.
018200 01  WS-RANK-TABLE.
018300     05  WS-RNK-MAX             PIC 9(04) COMP VALUE 1000.
018400     05  WS-RNK-COUNT           PIC 9(04) COMP VALUE 0.
018500     05  WS-RNK-ENTRY OCCURS 1000 TIMES
018600             INDEXED BY RK-IX.
018700         10  WS-RK-JOB-NAME     PIC X(08).
018800         10  WS-RK-GAPS         PIC 9(05) COMP.
018900         10  WS-RK-STALLS       PIC 9(05) COMP.
019000         10  WS-RK-PACE         PIC 9(05) COMP.
019100         10  WS-RK-ABENDS       PIC 9(05) COMP.
019200         10  WS-RK-LAST-GAP     PIC 9(04) COMP.
019300         10  WS-RK-LPAR         PIC X(08).
019400         10  WS-RK-PRINTED      PIC X(01).
019500*
019600 01  WS-MATCH-WORK-FIELDS.
019700     05  WS-GAP-NO              PIC 9(04) COMP VALUE 0.
019800     05  WS-EV-START-SECS       PIC 9(11) COMP VALUE 0.
019900     05  WS-EV-END-SECS         PIC 9(11) COMP VALUE 0.
020000     05  WS-EV-RELATION         PIC X(01) VALUE SPACE.
020100     05  WS-BEST-SUB            PIC 9(04) COMP VALUE 0.
020200     05  WS-BEST-GAPS           PIC 9(05) COMP VALUE 0.
020300     05  WS-BEST-ABENDS         PIC 9(05) COMP VALUE 0.
020400     05  WS-RANK-NO             PIC 9(04) COMP VALUE 0.
020410     05  WS-RANKED-GAP-COUNT    PIC 9(04) COMP VALUE 0.
020500     05  WS-RANK-PCT            PIC 9(03)V9 VALUE 0.
020600*
020700 01  WS-STAMP-CONVERT-FIELDS.
020800     05  WS-SC-STAMP            PIC X(15) VALUE SPACES.
020900     05  WS-SC-HH               PIC 9(02) VALUE 0.
021000     05  WS-SC-MM               PIC 9(02) VALUE 0.
021100     05  WS-SC-SS               PIC 9(02) VALUE 0.
021200     05  WS-SC-SECS             PIC 9(11) COMP VALUE 0.
021300*
021400 01  WS-DATE-CONVERT-FIELDS.
021500     05  WS-DC-DATE             PIC 9(08) VALUE 0.
021600     05  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
021700         10  WS-DC-YEAR         PIC 9(04).
021800         10  WS-DC-MONTH        PIC 9(02).
021900         10  WS-DC-DAY          PIC 9(02).
022000     05  WS-DC-LEAP-YEAR        PIC 9(05) COMP VALUE 0.
022100     05  WS-DC-LEAPS-4          PIC 9(05) COMP VALUE 0.
022200     05  WS-DC-LEAPS-100        PIC 9(05) COMP VALUE 0.
022300     05  WS-DC-LEAPS-400        PIC 9(05) COMP VALUE 0.
022400     05  WS-DC-DAYNUM           PIC 9(07) COMP VALUE 0.
022500*
022600 01  WS-MONTH-DAYS-TEXT         PIC X(36) VALUE
022700     "000031059090120151181212243273304334".
022800 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TEXT.
022900     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
023000*
023100 01  WS-DURATION-FIELDS.
023200     05  WS-DUR-SECS            PIC 9(09) COMP VALUE 0.
023300     05  WS-DUR-HOURS           PIC 9(09) COMP VALUE 0.
023400     05  WS-DUR-REMAINDER       PIC 9(05) COMP VALUE 0.
023500*
023600 01  WS-DURATION-EDIT.
023700     05  WS-DE-HOURS            PIC 9(03).
023800     05  FILLER                 PIC X(01) VALUE ':'.
023900     05  WS-DE-MINUTES          PIC 9(02).
024000     05  FILLER                 PIC X(01) VALUE ':'.
024100     05  WS-DE-SECONDS          PIC 9(02).
024200*
024300 01  WS-CLOCK-FIELDS.
024400     05  WS-CLK-SECS            PIC 9(05) COMP VALUE 0.
024500     05  WS-CLK-HH              PIC 9(02) VALUE 0.
024600     05  WS-CLK-REMAINDER       PIC 9(05) COMP VALUE 0.
024700     05  WS-CLK-MM              PIC 9(02) VALUE 0.
024800     05  WS-CLK-SS              PIC 9(02) VALUE 0.
024900*
025000 01  WS-CLOCK-EDIT.
025100     05  WS-CE-HH               PIC X(02).
025200     05  FILLER                 PIC X(01) VALUE ':'.
025300     05  WS-CE-MM               PIC X(02).
025400     05  FILLER                 PIC X(01) VALUE ':'.
025500     05  WS-CE-SS               PIC X(02).
025600*
025700 01  WS-SAVED-LINE              PIC X(80) VALUE SPACES.
025800*
025900 01  WS-PAGE-FIELDS.
026000     05  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
026100     05  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
026200     05  WS-PAGE-NUMBER         PIC 9(05) COMP VALUE 0.
026300*
026400 01  WS-PAGE-HEADER-LINE.
026500     05  FILLER                 PIC X(51) VALUE
026600         "PANDORA HEARTBEAT - STALL / SCHEDULER CORRELATION".
026700     05  FILLER                 PIC X(19) VALUE SPACES.
026800     05  FILLER                 PIC X(05) VALUE "PAGE ".
026900     05  WS-PH-PAGE-NUMBER      PIC ZZZZ9.
027000*
027100 01  WS-GAP-HEADER-1.
027200     05  FILLER                 PIC X(41) VALUE
027300         "JOB ID   EVENT NIGHT    FROM     TO      ".
027400     05  FILLER                 PIC X(39) VALUE
027500         " LASTED    JOBS".
027600*
027700 01  WS-GAP-HEADER-2.
027800     05  FILLER                 PIC X(41) VALUE
027900         "    JOB NAME RELATION  STARTED         EN".
028000     05  FILLER                 PIC X(39) VALUE
028100         "DED           CC    LPAR".
028200*
028300 01  WS-GAP-LINE.
028400     05  WS-GL-JOB-ID           PIC X(08).
028500     05  FILLER                 PIC X(01) VALUE SPACES.
028600     05  WS-GL-KIND             PIC X(05).
028700     05  FILLER                 PIC X(01) VALUE SPACES.
028800     05  WS-GL-NIGHT            PIC 9(08).
028900     05  FILLER                 PIC X(01) VALUE SPACES.
029000     05  WS-GL-FROM             PIC X(08).
029100     05  FILLER                 PIC X(01) VALUE SPACES.
029200     05  WS-GL-TO               PIC X(08).
029300     05  FILLER                 PIC X(01) VALUE SPACES.
029400     05  WS-GL-LASTED           PIC X(09).
029500     05  FILLER                 PIC X(01) VALUE SPACES.
029600     05  WS-GL-JOBS             PIC ZZZ9.
029700     05  FILLER                 PIC X(24) VALUE SPACES.
029800*
029900 01  WS-MATCH-LINE.
030000     05  FILLER                 PIC X(04) VALUE SPACES.
030100     05  WS-ML-JOB-NAME         PIC X(08).
030200     05  FILLER                 PIC X(01) VALUE SPACES.
030300     05  WS-ML-RELATION         PIC X(09).
030400     05  FILLER                 PIC X(01) VALUE SPACES.
030500     05  WS-ML-START            PIC X(15).
030600     05  FILLER                 PIC X(01) VALUE SPACES.
030700     05  WS-ML-END              PIC X(15).
030800     05  FILLER                 PIC X(01) VALUE SPACES.
030900     05  WS-ML-COMP-CODE        PIC X(05).
031000     05  FILLER                 PIC X(01) VALUE SPACES.
031100     05  WS-ML-LPAR             PIC X(08).
031200     05  FILLER                 PIC X(11) VALUE SPACES.
031300*
031400 01  WS-RANK-HEADER.
031500     05  FILLER                 PIC X(41) VALUE
031600         "RANK  JOB NAME   GAPS  STALL   PACE  ABEN".
031700     05  FILLER                 PIC X(39) VALUE
031800         "D    PCT  LPAR".
031900*
032000 01  WS-RANK-LINE.
032100     05  WS-RL-RANK             PIC ZZZ9.
032200     05  FILLER                 PIC X(02) VALUE SPACES.
032300     05  WS-RL-JOB-NAME         PIC X(08).
032400     05  FILLER                 PIC X(02) VALUE SPACES.
032500     05  WS-RL-GAPS             PIC ZZZZ9.
032600     05  FILLER                 PIC X(02) VALUE SPACES.
032700     05  WS-RL-STALLS           PIC ZZZZ9.
032800     05  FILLER                 PIC X(02) VALUE SPACES.
032900     05  WS-RL-PACE             PIC ZZZZ9.
033000     05  FILLER                 PIC X(02) VALUE SPACES.
033100     05  WS-RL-ABENDS           PIC ZZZZ9.
033200     05  FILLER                 PIC X(02) VALUE SPACES.
033300     05  WS-RL-PCT              PIC ZZ9.9.
033400     05  FILLER                 PIC X(02) VALUE SPACES.
033500     05  WS-RL-LPAR             PIC X(08).
033600     05  FILLER                 PIC X(21) VALUE SPACES.
033700*
033800 01  WS-SUMMARY-DISPLAY-COUNTS.
033900     05  WS-GAP-COUNT-D         PIC 9(05).
034000     05  WS-STALL-COUNT-D       PIC 9(05).
034100     05  WS-PACE-COUNT-D        PIC 9(05).
034110     05  WS-OUTAGE-GAP-COUNT-D  PIC 9(05).
034200     05  WS-NO-JOB-GAP-COUNT-D  PIC 9(05).
034300     05  WS-RNK-COUNT-D         PIC 9(05).
034400     05  WS-SJE-COUNT-D         PIC 9(09).
034500     05  WS-SJE-BAD-COUNT-D     PIC 9(09).
034600     05  WS-SJE-OWN-COUNT-D     PIC 9(09).
034700     05  WS-SJE-MATCHED-COUNT-D PIC 9(09).
034800     05  WS-BAD-RECORD-COUNT-D  PIC 9(09).
034900     05  WS-GAP-OVERFLOW-D      PIC 9(05).
035000     05  WS-MAT-OVERFLOW-D      PIC 9(09).
035100     05  WS-RNK-OVERFLOW-D      PIC 9(05).
035200*
035300 LINKAGE SECTION.
035400 01  LS-PARM-FIELD.
035500     05  LS-PARM-LEN            PIC S9(04) COMP.
035600     05  LS-PARM-TEXT           PIC X(06).
035700*
035800 PROCEDURE DIVISION USING LS-PARM-FIELD.
035900*
036000 0000-MAIN-PARA.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036200     IF WS-OPEN-FAILED
036300         GO TO 9000-TERMINATE
036400     END-IF.
036500     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
036600         UNTIL WS-EOF.
036700     PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT.
036800     PERFORM 3000-PROCESS-EVENT THRU 3000-EXIT
036900         UNTIL WS-SJE-EOF.
037000     PERFORM 4000-WRITE-GAP-SECTION THRU 4000-EXIT.
037100     PERFORM 5000-WRITE-RANKING THRU 5000-EXIT.
037200     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
037300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037400     GO TO 9999-EXIT.
037500*
037600*****************************************************************
037700*    1000-INITIALIZE - PICK UP THE REPORT MONTH FROM THE PARM,  *
037800*    OPEN THE HISTORY MASTER, THE SCHEDULER EXTRACT AND THE     *
037810*    REPORT FILE, LOAD THE PLANNED OUTAGES AND PRIME THE        *
037820*    HISTORY READ-AHEAD.  A FAILED OPEN ON ANY OF THE FIRST     *
037830*    THREE ABANDONS THE RUN WITH ITS OWN RETURN CODE - WITHOUT  *
037840*    THE EXTRACT THERE IS NOTHING TO CORRELATE.  A MISSING      *
037850*    OUTAGE SCHEDULE IS NOT FATAL.                              *
038200*****************************************************************
038300 1000-INITIALIZE.
038400     MOVE LS-PARM-LEN TO WS-PARM-LEN.
038500     IF WS-PARM-LEN = 6
038600         AND LS-PARM-TEXT NUMERIC
038700         MOVE LS-PARM-TEXT TO WS-REPORT-MONTH
038800     ELSE
038900         IF WS-PARM-LEN > 0
039000             DISPLAY "PANDORA STALL CORR - PARM NOT A YYYYMM "
039100                 "MONTH - USING CURRENT MONTH"
039200         END-IF
039300         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
039400         MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
039500     END-IF.
039600     OPEN INPUT HIST-FILE.
039700     IF WS-HIST-STATUS NOT = '00'
039800         DISPLAY "PANDORA STALL CORR - HISTORY MASTER OPEN "
039900             "FAILED - STATUS " WS-HIST-STATUS
040000         SET WS-OPEN-FAILED TO TRUE
040100     END-IF.
040200     OPEN INPUT SJE-FILE.
040300     IF WS-SJE-STATUS NOT = '00'
040400         DISPLAY "PANDORA STALL CORR - SCHEDULER EXTRACT OPEN "
040500             "FAILED - STATUS " WS-SJE-STATUS
040600         SET WS-OPEN-FAILED TO TRUE
040700     END-IF.
040800     OPEN OUTPUT RPT-FILE.
040900     IF WS-RPT-STATUS NOT = '00'
041000         DISPLAY "PANDORA STALL CORR - REPORT FILE OPEN "
041100             "FAILED - STATUS " WS-RPT-STATUS
041200         SET WS-OPEN-FAILED TO TRUE
041300     END-IF.
041400     IF NOT WS-OPEN-FAILED
041410         PERFORM 1300-LOAD-OUTAGES THRU 1300-EXIT
041500         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
041600     END-IF.
041700 1000-EXIT.
041701     EXIT.
041702*
041703*****************************************************************
041704*    1300-LOAD-OUTAGES - READ THE PLANNED-OUTAGE SCHEDULE INTO  *
041705*    A TABLE.  A SCHEDULE THAT DOES NOT OPEN LEAVES THE TABLE   *
041706*    EMPTY AND IS DIAGNOSED, NOT FATAL.                         *
041707*****************************************************************
041708 1300-LOAD-OUTAGES.
041709     OPEN INPUT OUT-FILE.
041710     IF WS-OUT-STATUS NOT = '00'
041711         DISPLAY "PANDORA STALL CORR - OUTAGE SCHEDULE OPEN "
041712             "FAILED - STATUS " WS-OUT-STATUS
041713             " - NO GAP TAKEN AS PLANNED"
041714         GO TO 1300-EXIT
041715     END-IF.
041716     PERFORM 1350-LOAD-ONE-OUTAGE THRU 1350-EXIT
041717         UNTIL WS-OUT-EOF.
041718     CLOSE OUT-FILE.
041719 1300-EXIT.
041720     EXIT.
041721*
041722*****************************************************************
041723*    1350-LOAD-ONE-OUTAGE - FILE ONE OUTAGE RECORD IN THE       *
041724*    TABLE WITH ITS FROM/TO STAMPS AS SERIAL SECONDS.  BLANK    *
041725*    AND COMMENT RECORDS ARE SKIPPED.  A RECORD WHOSE STAMPS    *
041726*    ARE NOT USABLE, OR WHOSE TO STAMP IS BEFORE ITS FROM       *
041727*    STAMP, IS DIAGNOSED AND DROPPED, AS ARE RECORDS            *
041728*    OVERFLOWING THE TABLE.                                     *
041729*****************************************************************
041730 1350-LOAD-ONE-OUTAGE.
041731     READ OUT-FILE
041732         AT END
041733             SET WS-OUT-EOF TO TRUE
041734             GO TO 1350-EXIT
041735     END-READ.
041736     IF WS-OUT-STATUS NOT = '00'
041737         DISPLAY "PANDORA STALL CORR - OUTAGE SCHEDULE READ "
041738             "FAILED - STATUS " WS-OUT-STATUS
041739         SET WS-OUT-EOF TO TRUE
041740         GO TO 1350-EXIT
041741     END-IF.
041742     IF PAND-OUT-JOB-ID = SPACES
041743         OR (PAND-OUT-JOB-ID(1:1) = '*'
041744             AND NOT PAND-OUT-ALL-JOBS)
041745         GO TO 1350-EXIT
041746     END-IF.
041747     IF WS-OUT-COUNT >= WS-OUT-MAX
041748         DISPLAY "PANDORA STALL CORR - OUTAGE TABLE FULL - "
041749             "OUTAGE FOR " PAND-OUT-JOB-ID " DROPPED"
041750         GO TO 1350-EXIT
041751     END-IF.
041752     SET OT-IX TO WS-OUT-COUNT.
041753     SET OT-IX UP BY 1.
041754     MOVE PAND-OUT-FROM-STAMP TO WS-SC-STAMP.
041755     PERFORM 7200-CONVERT-STAMP THRU 7200-EXIT.
041756     MOVE WS-SC-SECS TO WS-OT-FROM-SECS (OT-IX).
041757     IF WS-STAMP-VALID
041758         MOVE PAND-OUT-TO-STAMP TO WS-SC-STAMP
041759         PERFORM 7200-CONVERT-STAMP THRU 7200-EXIT
041760         MOVE WS-SC-SECS TO WS-OT-TO-SECS (OT-IX)
041761     END-IF.
041762     IF NOT WS-STAMP-VALID
041763         OR PAND-OUT-FROM-STAMP(9:1) NOT = '-'
041764         OR PAND-OUT-TO-STAMP(9:1) NOT = '-'
041765         OR WS-OT-TO-SECS (OT-IX) < WS-OT-FROM-SECS (OT-IX)
041766         DISPLAY "PANDORA STALL CORR - OUTAGE FOR "
041767             PAND-OUT-JOB-ID " HAS UNUSABLE FROM/TO STAMPS "
041768             "- DROPPED"
041769         GO TO 1350-EXIT
041770     END-IF.
041771     MOVE PAND-OUT-JOB-ID TO WS-OT-JOB-ID (OT-IX).
041772     ADD 1 TO WS-OUT-COUNT.
041773 1350-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100*    2000-PROCESS-HISTORY - THE MASTER IS READ IN KEY ORDER SO  *
042200*    EACH JOB'S RECORDS ARRIVE TOGETHER AND IN TIMESTAMP        *
042300*    ORDER.  A CHANGE OF JOB ID OR NIGHT DATE RESTARTS THE GAP  *
042400*    TRACKING; RECORDS OUTSIDE THE REPORT MONTH ARE PASSED      *
042500*    OVER.                                                      *
042600*****************************************************************
042700 2000-PROCESS-HISTORY.
042800     IF PAND-HST-TIMESTAMP(1:8) NOT NUMERIC
042900         OR PAND-HST-TIMESTAMP(5:2) < '01'
043000         OR PAND-HST-TIMESTAMP(5:2) > '12'
043100         OR PAND-HST-TIMESTAMP(10:6) NOT NUMERIC
043200         ADD 1 TO WS-BAD-RECORD-COUNT
043300         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
043400         GO TO 2000-EXIT
043500     END-IF.
043600     IF PAND-HST-JOB-ID NOT = WS-CURRENT-JOB-ID
043700         MOVE PAND-HST-JOB-ID TO WS-CURRENT-JOB-ID
043800         MOVE 0 TO WS-CURRENT-NIGHT-DATE
043900     END-IF.
044000     MOVE PAND-HST-TIMESTAMP(1:6) TO WS-RECORD-MONTH.
044100     IF WS-RECORD-MONTH NOT = WS-REPORT-MONTH
044200         MOVE 0 TO WS-CURRENT-NIGHT-DATE
044300         PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT
044400         GO TO 2000-EXIT
044500     END-IF.
044600     MOVE PAND-HST-TIMESTAMP(10:2) TO WS-CURR-HH.
044700     MOVE PAND-HST-TIMESTAMP(12:2) TO WS-CURR-MM.
044800     MOVE PAND-HST-TIMESTAMP(14:2) TO WS-CURR-SS.
044900     COMPUTE WS-CURR-SECS-OF-DAY =
045000         (WS-CURR-HH * 3600) + (WS-CURR-MM * 60) + WS-CURR-SS.
045100     IF PAND-HST-TIMESTAMP(1:8) NOT = WS-CURRENT-NIGHT-DATE
045200         PERFORM 2300-START-NEW-NIGHT THRU 2300-EXIT
045300     END-IF.
045400     PERFORM 2400-CHECK-STALL-GAP THRU 2400-EXIT.
045500     IF PAND-HST-TYPE = 'D'
045600         PERFORM 2500-ADD-PACE-DEVIATION THRU 2500-EXIT
045700     END-IF.
045800     MOVE WS-CURR-SECS-OF-DAY TO WS-PREV-SECS-OF-DAY.
045900     MOVE PAND-HST-TYPE TO WS-PREV-TYPE.
046000     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
046100 2000-EXIT.
046200     EXIT.
046300*
046400*****************************************************************
046500*    2300-START-NEW-NIGHT - OPEN A FRESH NIGHT: KEEP ITS SERIAL *
046600*    DAY NUMBER FOR THE OVERLAP TESTS AND START THE GAP         *
046700*    TRACKING FROM THIS, ITS FIRST RECORD.                      *
046800*****************************************************************
046900 2300-START-NEW-NIGHT.
047000     MOVE PAND-HST-TIMESTAMP(1:8) TO WS-CURRENT-NIGHT-DATE.
047100     MOVE WS-CURRENT-NIGHT-DATE TO WS-DC-DATE.
047200     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
047300     MOVE WS-DC-DAYNUM TO WS-NIGHT-DAYNUM.
047400     MOVE WS-CURR-SECS-OF-DAY TO WS-PREV-SECS-OF-DAY.
047500     MOVE SPACE TO WS-PREV-TYPE.
047600 2300-EXIT.
047700     EXIT.
047800*
047900*****************************************************************
048000*    2400-CHECK-STALL-GAP - A GAP OVER THE STALL THRESHOLD      *
048100*    SINCE THE PREVIOUS RECORD IS A STALL, UNLESS THE PREVIOUS  *
048200*    RECORD WAS A RUN SUMMARY OR A PAUSE, AFTER WHICH SILENCE   *
048300*    IS EXPECTED - THE SAME RULE THE MONTHLY STATEMENT USES.    *
048400*****************************************************************
048500 2400-CHECK-STALL-GAP.
048600     IF WS-PREV-TYPE = 'S'
048700         OR WS-PREV-TYPE = 'P'
048800         OR WS-CURR-SECS-OF-DAY NOT > WS-PREV-SECS-OF-DAY
048900         GO TO 2400-EXIT
049000     END-IF.
049100     COMPUTE WS-ELAPSED-SECONDS =
049200         WS-CURR-SECS-OF-DAY - WS-PREV-SECS-OF-DAY.
049300     IF WS-ELAPSED-SECONDS NOT > WS-GAP-THRESHOLD-SECONDS
049400         GO TO 2400-EXIT
049500     END-IF.
049600     MOVE 'G' TO WS-NG-KIND.
049700     MOVE WS-PREV-SECS-OF-DAY TO WS-NG-FROM-SOD.
049800     COMPUTE WS-NG-FROM-SECS =
049900         (WS-NIGHT-DAYNUM * 86400) + WS-PREV-SECS-OF-DAY.
050000     COMPUTE WS-NG-TO-SECS =
050100         (WS-NIGHT-DAYNUM * 86400) + WS-CURR-SECS-OF-DAY.
050200     PERFORM 2600-ADD-GAP-ENTRY THRU 2600-EXIT.
050300 2400-EXIT.
050400     EXIT.
050500*
050600*****************************************************************
050700*    2500-ADD-PACE-DEVIATION - A 'D' RECORD IS STAMPED AT THE   *
050800*    END OF THE INTERVAL THAT RAN OFF PACE AND CARRIES THE      *
050900*    INTERVAL'S ACTUAL LENGTH IN ITS MESSAGE, SO THE WINDOW     *
051000*    RUNS BACK THAT MANY SECONDS FROM THE STAMP.  A MESSAGE     *
051100*    WITHOUT A USABLE LENGTH GIVES A WINDOW OF THE STAMP ALONE. *
051200*****************************************************************
051300 2500-ADD-PACE-DEVIATION.
051400     MOVE 0 TO WS-PACE-ACTUAL-SECS.
051500     IF PAND-HST-MESSAGE(1:14) = "PACE EXPECTED "
051600         AND PAND-HST-MESSAGE(30:7) NUMERIC
051700         MOVE PAND-HST-MESSAGE(30:7) TO WS-PACE-ACTUAL-SECS
051800     END-IF.
051900     IF WS-PACE-ACTUAL-SECS > 86400
052000         MOVE 86400 TO WS-PACE-ACTUAL-SECS
052100     END-IF.
052200     MOVE 'D' TO WS-NG-KIND.
052300     COMPUTE WS-NG-TO-SECS =
052400         (WS-NIGHT-DAYNUM * 86400) + WS-CURR-SECS-OF-DAY.
052500     COMPUTE WS-NG-FROM-SECS =
052600         WS-NG-TO-SECS - WS-PACE-ACTUAL-SECS.
052700     IF WS-PACE-ACTUAL-SECS > WS-CURR-SECS-OF-DAY
052800         COMPUTE WS-NG-FROM-SOD =
052900             WS-CURR-SECS-OF-DAY + 86400 - WS-PACE-ACTUAL-SECS
053000     ELSE
053100         COMPUTE WS-NG-FROM-SOD =
053200             WS-CURR-SECS-OF-DAY - WS-PACE-ACTUAL-SECS
053300     END-IF.
053400     PERFORM 2600-ADD-GAP-ENTRY THRU 2600-EXIT.
053500 2500-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900*    2600-ADD-GAP-ENTRY - FILE THE GAP BUILT IN WS-NEW-GAP-     *
053910*    FIELDS FOR THE CURRENT RECORD, MARKING IT PLANNED WHEN AN  *
053920*    OUTAGE COVERS ALL OF IT.  GAPS BEYOND THE TABLE LIMIT ARE  *
053930*    COUNTED AND LEFT OUT.                                      *
054200*****************************************************************
054300 2600-ADD-GAP-ENTRY.
054400     IF WS-GAP-COUNT >= WS-GAP-MAX
054500         IF WS-GAP-OVERFLOW-COUNT = 0
054600             DISPLAY "PANDORA STALL CORR - MORE THAN " WS-GAP-MAX
054700                 " GAPS IN THE MONTH - LATER GAPS NOT REPORTED"
054800         END-IF
054900         ADD 1 TO WS-GAP-OVERFLOW-COUNT
055000         GO TO 2600-EXIT
055100     END-IF.
055200     ADD 1 TO WS-GAP-COUNT.
055300     SET GP-IX TO WS-GAP-COUNT.
055400     MOVE PAND-HST-JOB-ID TO WS-GT-JOB-ID (GP-IX).
055500     MOVE WS-NG-KIND TO WS-GT-KIND (GP-IX).
055600     MOVE WS-CURRENT-NIGHT-DATE TO WS-GT-NIGHT (GP-IX).
055700     MOVE WS-NG-FROM-SOD TO WS-CLK-SECS.
055800     PERFORM 7350-FORMAT-CLOCK THRU 7350-EXIT.
055900     MOVE WS-CLOCK-EDIT TO WS-GT-FROM-CLOCK (GP-IX).
056000     MOVE WS-CURR-SECS-OF-DAY TO WS-CLK-SECS.
056100     PERFORM 7350-FORMAT-CLOCK THRU 7350-EXIT.
056200     MOVE WS-CLOCK-EDIT TO WS-GT-TO-CLOCK (GP-IX).
056300     MOVE WS-NG-FROM-SECS TO WS-GT-FROM-SECS (GP-IX).
056400     MOVE WS-NG-TO-SECS TO WS-GT-TO-SECS (GP-IX).
056500     MOVE 0 TO WS-GT-MATCHES (GP-IX).
056510     MOVE 'N' TO WS-GT-OUTAGE (GP-IX).
056520     PERFORM 2650-CHECK-ONE-OUTAGE THRU 2650-EXIT
056530         VARYING OT-IX FROM 1 BY 1
056540         UNTIL OT-IX > WS-OUT-COUNT.
056550     IF WS-GT-PLANNED (GP-IX)
056560         ADD 1 TO WS-OUTAGE-GAP-COUNT
056570     END-IF.
056600     IF WS-NG-KIND = 'G'
056700         ADD 1 TO WS-STALL-COUNT
056800     ELSE
056900         ADD 1 TO WS-PACE-COUNT
057000     END-IF.
057100 2600-EXIT.
057200     EXIT.
057300*
057304*****************************************************************
057308*    2650-CHECK-ONE-OUTAGE - THE GAP IS PLANNED WHEN ONE OUTAGE *
057312*    FOR ITS JOB OR *ALL BEGAN NO LATER THAN THE GAP AND ENDED  *
057316*    NO EARLIER.  A GAP ONLY PARTLY COVERED IS STILL MATCHED.   *
057320*****************************************************************
057324 2650-CHECK-ONE-OUTAGE.
057328     IF WS-OT-JOB-ID (OT-IX) NOT = PAND-HST-JOB-ID
057332         AND WS-OT-JOB-ID (OT-IX) NOT = '*ALL'
057336         GO TO 2650-EXIT
057340     END-IF.
057344     IF WS-OT-FROM-SECS (OT-IX) NOT > WS-NG-FROM-SECS
057348         AND WS-OT-TO-SECS (OT-IX) NOT < WS-NG-TO-SECS
057352         MOVE 'Y' TO WS-GT-OUTAGE (GP-IX)
057356     END-IF.
057360 2650-EXIT.
057364     EXIT.
057368*
057372*****************************************************************
057376*    2900-READ-HISTORY-RECORD - READ THE NEXT HISTORY RECORD IN *
057380*    KEY ORDER, COUNTING IT; END OF FILE SETS WS-EOF.           *
057384*****************************************************************
057400 2900-READ-HISTORY-RECORD.
057500     READ HIST-FILE
057600         AT END
057700             SET WS-EOF TO TRUE
057800         NOT AT END
057900             ADD 1 TO WS-RECORD-COUNT
058000     END-READ.
058100 2900-EXIT.
058200     EXIT.
058300*
058400*****************************************************************
058500*    3000-PROCESS-EVENT - CHECK ONE SCHEDULER RUN AGAINST EVERY *
058600*    GAP IN THE TABLE.  COMMENTS AND BLANK CARDS ARE SKIPPED;   *
058700*    A RUN WITH AN UNREADABLE START, OR AN END THAT IS          *
058800*    UNREADABLE OR BEFORE ITS START, IS COUNTED AND DROPPED.    *
058900*    A BLANK END MEANS THE RUN WAS STILL GOING WHEN THE         *
059000*    EXTRACT WAS CUT, AND IT IS TAKEN AS RUNNING FROM THERE ON. *
059100*****************************************************************
059200 3000-PROCESS-EVENT.
059300     IF PAND-SJE-REC(1:1) = '*'
059400         OR PAND-SJE-REC = SPACES
059500         PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT
059600         GO TO 3000-EXIT
059700     END-IF.
059800     ADD 1 TO WS-SJE-COUNT.
059900     IF PAND-SJE-JOB-NAME(1:4) = WS-OWN-JOB-PREFIX
060000         ADD 1 TO WS-SJE-OWN-COUNT
060100         PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT
060200         GO TO 3000-EXIT
060300     END-IF.
060400     MOVE PAND-SJE-START-STAMP TO WS-SC-STAMP.
060500     PERFORM 7200-CONVERT-STAMP THRU 7200-EXIT.
060600     IF NOT WS-STAMP-VALID
060700         OR PAND-SJE-JOB-NAME = SPACES
060800         PERFORM 3800-REJECT-EVENT THRU 3800-EXIT
060900         GO TO 3000-EXIT
061000     END-IF.
061100     MOVE WS-SC-SECS TO WS-EV-START-SECS.
061200     IF PAND-SJE-END-STAMP = SPACES
061300         SET WS-EVENT-OPEN TO TRUE
061400         MOVE 99999999999 TO WS-EV-END-SECS
061500     ELSE
061600         MOVE 'N' TO WS-EVENT-OPEN-SWITCH
061700         MOVE PAND-SJE-END-STAMP TO WS-SC-STAMP
061800         PERFORM 7200-CONVERT-STAMP THRU 7200-EXIT
061900         IF NOT WS-STAMP-VALID
062000             OR WS-SC-SECS < WS-EV-START-SECS
062100             PERFORM 3800-REJECT-EVENT THRU 3800-EXIT
062200             GO TO 3000-EXIT
062300         END-IF
062400         MOVE WS-SC-SECS TO WS-EV-END-SECS
062500     END-IF.
062600     IF WS-EVENT-OPEN
062700         PERFORM 3100-CHECK-RUN-ENDED THRU 3100-EXIT
062800         IF WS-RUN-ENDED
062900             PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT
063000             GO TO 3000-EXIT
063100         END-IF
063200     ELSE
063300         PERFORM 3150-WITHDRAW-OPEN-RUN THRU 3150-EXIT
063400             VARYING MT-IX FROM 1 BY 1
063500             UNTIL MT-IX > WS-MAT-COUNT
063600     END-IF.
063700     MOVE 'N' TO WS-EVENT-MATCHED-SWITCH.
063800     PERFORM 3200-MATCH-ONE-GAP THRU 3200-EXIT
063900         VARYING GP-IX FROM 1 BY 1
064000         UNTIL GP-IX > WS-GAP-COUNT.
064100     IF WS-EVENT-MATCHED
064200         ADD 1 TO WS-SJE-MATCHED-COUNT
064300     END-IF.
064400     PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT.
064500 3000-EXIT.
064600     EXIT.
064700*
064800*****************************************************************
064900*    3100-CHECK-RUN-ENDED - A RUN THAT WAS STILL GOING WHEN ONE *
065000*    EXTRACT WAS CUT IS PASSED OVER WHEN ITS ENDED RECORD FROM  *
065100*    ANOTHER EXTRACT HAS ALREADY BEEN FILED AGAINST A GAP.      *
065200*****************************************************************
065300 3100-CHECK-RUN-ENDED.
065400     MOVE 'N' TO WS-RUN-ENDED-SWITCH.
065500     SET MT-IX TO 1.
065600     SEARCH WS-MAT-ENTRY
065700         AT END
065800             CONTINUE
065900         WHEN MT-IX > WS-MAT-COUNT
066000             CONTINUE
066100         WHEN WS-MT-JOB-NAME (MT-IX) = PAND-SJE-JOB-NAME
066200             AND WS-MT-START-STAMP (MT-IX) = PAND-SJE-START-STAMP
066300             AND WS-MT-END-STAMP (MT-IX) NOT = SPACES
066400             SET WS-RUN-ENDED TO TRUE
066500     END-SEARCH.
066600 3100-EXIT.
066700     EXIT.
066800*
066900*****************************************************************
067000*    3150-WITHDRAW-OPEN-RUN - AN ENDED RUN WITHDRAWS ANY ENTRY  *
067100*    FILED FROM AN EARLIER EXTRACT THAT STILL HAD IT RUNNING.   *
067200*    THE ENDED RECORD IS THEN MATCHED AFRESH, SO A GAP AFTER    *
067300*    THE RUN REALLY ENDED NO LONGER CLAIMS IT.                  *
067400*****************************************************************
067500 3150-WITHDRAW-OPEN-RUN.
067600     IF WS-MT-JOB-NAME (MT-IX) = PAND-SJE-JOB-NAME
067700         AND WS-MT-START-STAMP (MT-IX) = PAND-SJE-START-STAMP
067800         AND WS-MT-END-STAMP (MT-IX) = SPACES
067900         AND NOT WS-MT-WITHDRAWN (MT-IX)
068000         MOVE 'X' TO WS-MT-RELATION (MT-IX)
068100         SET GP-IX TO WS-MT-GAP-NO (MT-IX)
068200         SUBTRACT 1 FROM WS-GT-MATCHES (GP-IX)
068300     END-IF.
068400 3150-EXIT.
068500     EXIT.
068600*
068700*****************************************************************
068800*    3200-MATCH-ONE-GAP - A RUN OVERLAPS THE GAP WHEN IT        *
068900*    STARTED NO LATER THAN THE GAP ENDED AND ENDED (OR HAS NOT  *
069000*    YET ENDED) NO EARLIER THAN THE GAP BEGAN.  AN END INSIDE   *
069010*    THE GAP IS AN ABEND WHEN THE COMPLETION CODE SAYS SO.  A   *
069020*    GAP INSIDE A PLANNED OUTAGE IS NOT MATCHED.                *
069200*****************************************************************
069300 3200-MATCH-ONE-GAP.
069310     IF WS-GT-PLANNED (GP-IX)
069320         GO TO 3200-EXIT
069330     END-IF.
069400     IF WS-EV-START-SECS > WS-GT-TO-SECS (GP-IX)
069500         OR WS-EV-END-SECS < WS-GT-FROM-SECS (GP-IX)
069600         GO TO 3200-EXIT
069700     END-IF.
069800     IF NOT WS-EVENT-OPEN
069900         AND WS-EV-END-SECS NOT > WS-GT-TO-SECS (GP-IX)
070000         IF PAND-SJE-CC-ABEND
070100             MOVE 'A' TO WS-EV-RELATION
070200         ELSE
070300             IF WS-EV-START-SECS NOT < WS-GT-FROM-SECS (GP-IX)
070400                 MOVE 'B' TO WS-EV-RELATION
070500             ELSE
070600                 MOVE 'E' TO WS-EV-RELATION
070700             END-IF
070800         END-IF
070900     ELSE
071000         IF WS-EV-START-SECS NOT < WS-GT-FROM-SECS (GP-IX)
071100             MOVE 'S' TO WS-EV-RELATION
071200         ELSE
071300             MOVE 'R' TO WS-EV-RELATION
071400         END-IF
071500     END-IF.
071600     SET WS-EVENT-MATCHED TO TRUE.
071700     SET WS-GAP-NO TO GP-IX.
071800     PERFORM 3300-ADD-MATCH THRU 3300-EXIT.
071900 3200-EXIT.
072000     EXIT.
072100*
072200*****************************************************************
072300*    3300-ADD-MATCH - FILE THE RUN AGAINST THE GAP, UNLESS THE  *
072400*    SAME RUN (JOB NAME AND START) IS ALREADY FILED FOR IT.     *
072500*****************************************************************
072600 3300-ADD-MATCH.
072700     SET MT-IX TO 1.
072800     SEARCH WS-MAT-ENTRY
072900         AT END
073000             CONTINUE
073100         WHEN MT-IX > WS-MAT-COUNT
073200             CONTINUE
073300         WHEN WS-MT-GAP-NO (MT-IX) = WS-GAP-NO
073400             AND WS-MT-JOB-NAME (MT-IX) = PAND-SJE-JOB-NAME
073500             AND WS-MT-START-STAMP (MT-IX) = PAND-SJE-START-STAMP
073600             AND NOT WS-MT-WITHDRAWN (MT-IX)
073700             GO TO 3300-EXIT
073800     END-SEARCH.
073900     IF WS-MAT-COUNT >= WS-MAT-MAX
074000         IF WS-MAT-OVERFLOW-COUNT = 0
074100             DISPLAY "PANDORA STALL CORR - MORE THAN " WS-MAT-MAX
074200                 " JOB/GAP MATCHES - LATER MATCHES NOT REPORTED"
074300         END-IF
074400         ADD 1 TO WS-MAT-OVERFLOW-COUNT
074500         GO TO 3300-EXIT
074600     END-IF.
074700     ADD 1 TO WS-MAT-COUNT.
074800     SET MT-IX TO WS-MAT-COUNT.
074900     MOVE WS-GAP-NO TO WS-MT-GAP-NO (MT-IX).
075000     MOVE PAND-SJE-JOB-NAME TO WS-MT-JOB-NAME (MT-IX).
075100     MOVE PAND-SJE-START-STAMP TO WS-MT-START-STAMP (MT-IX).
075200     MOVE WS-EV-RELATION TO WS-MT-RELATION (MT-IX).
075300     MOVE PAND-SJE-END-STAMP TO WS-MT-END-STAMP (MT-IX).
075400     MOVE PAND-SJE-COMP-CODE TO WS-MT-COMP-CODE (MT-IX).
075500     MOVE PAND-SJE-LPAR TO WS-MT-LPAR (MT-IX).
075600     ADD 1 TO WS-GT-MATCHES (GP-IX).
075700 3300-EXIT.
075800     EXIT.
075900*
075910*****************************************************************
075920*    3800-REJECT-EVENT - COUNT AND DIAGNOSE A SCHEDULER RECORD  *
075930*    THAT CANNOT BE USED, AND READ PAST IT.                     *
075940*****************************************************************
076000 3800-REJECT-EVENT.
076100     ADD 1 TO WS-SJE-BAD-COUNT.
076200     DISPLAY "PANDORA STALL CORR - SCHEDULER RECORD "
076300         WS-SJE-COUNT " UNUSABLE - JOB " PAND-SJE-JOB-NAME
076400         " START " PAND-SJE-START-STAMP.
076500     PERFORM 3900-READ-EVENT-RECORD THRU 3900-EXIT.
076600 3800-EXIT.
076700     EXIT.
076800*
076810*****************************************************************
076820*    3900-READ-EVENT-RECORD - READ THE NEXT SCHEDULER JOB-EVENT *
076830*    RECORD; END OF THE LAST GENERATION SETS WS-SJE-EOF.        *
076840*****************************************************************
076900 3900-READ-EVENT-RECORD.
077000     READ SJE-FILE
077100         AT END
077200             SET WS-SJE-EOF TO TRUE
077300     END-READ.
077400 3900-EXIT.
077500     EXIT.
077600*
077700*****************************************************************
077800*    4000-WRITE-GAP-SECTION - LIST EVERY GAP IN KEY ORDER WITH  *
077900*    THE PRODUCTION RUNS THAT OVERLAPPED IT, AND TALLY EACH     *
078000*    JOB'S GAPS FOR THE RANKING AS THEY ARE LISTED.             *
078100*****************************************************************
078200 4000-WRITE-GAP-SECTION.
078300     MOVE SPACES TO RPT-LINE.
078400     STRING "REPORT MONTH  . . . . . . . : " DELIMITED BY SIZE
078500             WS-REPORT-MONTH     DELIMITED BY SIZE
078600         INTO RPT-LINE.
078700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
078800     MOVE SPACES TO RPT-LINE.
078900     STRING "STALL THRESHOLD . . . . . . : " DELIMITED BY SIZE
079000             WS-GAP-THRESHOLD-SECONDS DELIMITED BY SIZE
079100             " SECONDS"          DELIMITED BY SIZE
079200         INTO RPT-LINE.
079300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
079400     MOVE SPACES TO RPT-LINE.
079500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
079600     MOVE SPACES TO RPT-LINE.
079700     STRING "CANARY STALL GAPS AND PACE DEVIATIONS, WITH THE "
079800                 DELIMITED BY SIZE
079900             "PRODUCTION JOBS OVERLAPPING EACH" DELIMITED BY SIZE
080000         INTO RPT-LINE.
080100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
080200     MOVE SPACES TO RPT-LINE.
080300     STRING "RELATION - STARTED/ENDED/ABENDED IN THE GAP, "
080400                 DELIMITED BY SIZE
080500             "START+END IN IT, RUNNING ACROSS IT"
080600                 DELIMITED BY SIZE
080700         INTO RPT-LINE.
080800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
080900     MOVE SPACES TO RPT-LINE.
080910     STRING "A GAP WHOLLY INSIDE A PLANNED OUTAGE IS NOT MATCHED "
080920                 DELIMITED BY SIZE
080930             "OR RANKED"         DELIMITED BY SIZE
080940         INTO RPT-LINE.
080950     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
080960     MOVE SPACES TO RPT-LINE.
081000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
081100     IF WS-GAP-COUNT = 0
081200         MOVE "NO STALL GAPS OR PACE DEVIATIONS IN THE MONTH"
081300             TO RPT-LINE
081400         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
081500         GO TO 4000-EXIT
081600     END-IF.
081700     MOVE WS-GAP-HEADER-1 TO RPT-LINE.
081800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
081900     MOVE WS-GAP-HEADER-2 TO RPT-LINE.
082000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
082100     PERFORM 4100-WRITE-ONE-GAP THRU 4100-EXIT
082200         VARYING GP-IX FROM 1 BY 1
082300         UNTIL GP-IX > WS-GAP-COUNT.
082400 4000-EXIT.
082500     EXIT.
082600*
082610*****************************************************************
082620*    4100-WRITE-ONE-GAP - LIST ONE GAP AND THE RUNS FILED       *
082630*    AGAINST IT.  A GAP INSIDE A PLANNED OUTAGE IS MARKED AS    *
082640*    SUCH AND GOES NO FURTHER.                                  *
082650*****************************************************************
082700 4100-WRITE-ONE-GAP.
082800     MOVE SPACES TO RPT-LINE.
082900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
083000     MOVE WS-GT-JOB-ID (GP-IX) TO WS-GL-JOB-ID.
083100     IF WS-GT-STALL (GP-IX)
083200         MOVE "STALL" TO WS-GL-KIND
083300     ELSE
083400         MOVE "PACE" TO WS-GL-KIND
083500     END-IF.
083600     MOVE WS-GT-NIGHT (GP-IX) TO WS-GL-NIGHT.
083700     MOVE WS-GT-FROM-CLOCK (GP-IX) TO WS-GL-FROM.
083800     MOVE WS-GT-TO-CLOCK (GP-IX) TO WS-GL-TO.
083900     COMPUTE WS-DUR-SECS =
084000         WS-GT-TO-SECS (GP-IX) - WS-GT-FROM-SECS (GP-IX).
084100     PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
084200     MOVE WS-DURATION-EDIT TO WS-GL-LASTED.
084300     MOVE WS-GT-MATCHES (GP-IX) TO WS-GL-JOBS.
084400     MOVE WS-GAP-LINE TO RPT-LINE.
084500     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
084510     IF WS-GT-PLANNED (GP-IX)
084520         MOVE "    PLANNED OUTAGE" TO RPT-LINE
084530         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
084540         GO TO 4100-EXIT
084550     END-IF.
084600     IF WS-GT-MATCHES (GP-IX) = 0
084700         ADD 1 TO WS-NO-JOB-GAP-COUNT
084800         MOVE "    NO PRODUCTION JOB EVENTS OVERLAP THIS GAP"
084900             TO RPT-LINE
085000         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
085100         GO TO 4100-EXIT
085200     END-IF.
085300     SET WS-GAP-NO TO GP-IX.
085400     PERFORM 4200-WRITE-GAP-MATCH THRU 4200-EXIT
085500         VARYING MT-IX FROM 1 BY 1
085600         UNTIL MT-IX > WS-MAT-COUNT.
085700 4100-EXIT.
085800     EXIT.
085900*
085910*****************************************************************
085920*    4200-WRITE-GAP-MATCH - LIST ONE RUN FILED AGAINST THE      *
085930*    CURRENT GAP, SKIPPING WITHDRAWN ENTRIES, AND TALLY IT FOR  *
085940*    THE RANKING.                                               *
085950*****************************************************************
086000 4200-WRITE-GAP-MATCH.
086100     IF WS-MT-GAP-NO (MT-IX) NOT = WS-GAP-NO
086200         OR WS-MT-WITHDRAWN (MT-IX)
086300         GO TO 4200-EXIT
086400     END-IF.
086500     MOVE WS-MT-JOB-NAME (MT-IX) TO WS-ML-JOB-NAME.
086600     EVALUATE WS-MT-RELATION (MT-IX)
086700         WHEN 'S'
086800             MOVE "STARTED" TO WS-ML-RELATION
086900         WHEN 'E'
087000             MOVE "ENDED" TO WS-ML-RELATION
087100         WHEN 'B'
087200             MOVE "START+END" TO WS-ML-RELATION
087300         WHEN 'A'
087400             MOVE "ABENDED" TO WS-ML-RELATION
087500         WHEN OTHER
087600             MOVE "RUNNING" TO WS-ML-RELATION
087700     END-EVALUATE.
087800     MOVE WS-MT-START-STAMP (MT-IX) TO WS-ML-START.
087900     IF WS-MT-END-STAMP (MT-IX) = SPACES
088000         MOVE "(NOT ENDED)" TO WS-ML-END
088100     ELSE
088200         MOVE WS-MT-END-STAMP (MT-IX) TO WS-ML-END
088300     END-IF.
088400     MOVE WS-MT-COMP-CODE (MT-IX) TO WS-ML-COMP-CODE.
088500     MOVE WS-MT-LPAR (MT-IX) TO WS-ML-LPAR.
088600     MOVE WS-MATCH-LINE TO RPT-LINE.
088700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
088800     PERFORM 4300-RANK-MATCH THRU 4300-EXIT.
088900 4200-EXIT.
089000     EXIT.
089100*
089200*****************************************************************
089300*    4300-RANK-MATCH - COUNT THE GAP ONCE FOR THE JOB, BY KIND, *
089400*    HOWEVER MANY OF ITS RUNS OVERLAPPED IT; AN ABEND INSIDE    *
089500*    THE GAP IS COUNTED PER RUN.  JOBS BEYOND THE TABLE LIMIT   *
089600*    ARE COUNTED AND LEFT OUT OF THE RANKING.                   *
089700*****************************************************************
089800 4300-RANK-MATCH.
089900     SET RK-IX TO 1.
090000     SEARCH WS-RNK-ENTRY
090100         AT END
090200             PERFORM 4350-ADD-RANK-ENTRY THRU 4350-EXIT
090300         WHEN RK-IX > WS-RNK-COUNT
090400             PERFORM 4350-ADD-RANK-ENTRY THRU 4350-EXIT
090500         WHEN WS-RK-JOB-NAME (RK-IX) = WS-MT-JOB-NAME (MT-IX)
090600             CONTINUE
090700     END-SEARCH.
090800     IF RK-IX > WS-RNK-COUNT
090900         GO TO 4300-EXIT
091000     END-IF.
091100     IF WS-RK-LAST-GAP (RK-IX) NOT = WS-GAP-NO
091200         MOVE WS-GAP-NO TO WS-RK-LAST-GAP (RK-IX)
091300         ADD 1 TO WS-RK-GAPS (RK-IX)
091400         IF WS-GT-STALL (GP-IX)
091500             ADD 1 TO WS-RK-STALLS (RK-IX)
091600         ELSE
091700             ADD 1 TO WS-RK-PACE (RK-IX)
091800         END-IF
091900     END-IF.
092000     IF WS-MT-ABENDED (MT-IX)
092100         ADD 1 TO WS-RK-ABENDS (RK-IX)
092200     END-IF.
092300     MOVE WS-MT-LPAR (MT-IX) TO WS-RK-LPAR (RK-IX).
092400 4300-EXIT.
092500     EXIT.
092600*
092610*****************************************************************
092620*    4350-ADD-RANK-ENTRY - START A RANKING ENTRY FOR A JOB NOT  *
092630*    YET SEEN.  WITH THE TABLE FULL, RK-IX IS LEFT PAST THE     *
092640*    LAST ENTRY SO THE CALLER SKIPS THE JOB.                    *
092650*****************************************************************
092700 4350-ADD-RANK-ENTRY.
092800     IF WS-RNK-COUNT >= WS-RNK-MAX
092900         IF WS-RNK-OVERFLOW-COUNT = 0
093000             DISPLAY "PANDORA STALL CORR - MORE THAN " WS-RNK-MAX
093100                 " JOBS TO RANK - JOB " WS-MT-JOB-NAME (MT-IX)
093200                 " AND LATER JOBS NOT RANKED"
093300         END-IF
093400         ADD 1 TO WS-RNK-OVERFLOW-COUNT
093500         SET RK-IX TO WS-RNK-MAX
093600         SET RK-IX UP BY 1
093700         GO TO 4350-EXIT
093800     END-IF.
093900     ADD 1 TO WS-RNK-COUNT.
094000     SET RK-IX TO WS-RNK-COUNT.
094100     MOVE WS-MT-JOB-NAME (MT-IX) TO WS-RK-JOB-NAME (RK-IX).
094200     MOVE 0 TO WS-RK-GAPS (RK-IX).
094300     MOVE 0 TO WS-RK-STALLS (RK-IX).
094400     MOVE 0 TO WS-RK-PACE (RK-IX).
094500     MOVE 0 TO WS-RK-ABENDS (RK-IX).
094600     MOVE 0 TO WS-RK-LAST-GAP (RK-IX).
094700     MOVE SPACES TO WS-RK-LPAR (RK-IX).
094800     MOVE 'N' TO WS-RK-PRINTED (RK-IX).
094900 4350-EXIT.
095000     EXIT.
095100*
095200*****************************************************************
095300*    5000-WRITE-RANKING - LIST THE JOBS MOST OFTEN FOUND IN A   *
095400*    GAP FIRST (TIES GO TO THE JOB WITH MORE ABENDS IN A GAP),  *
095410*    WITH THE SHARE OF THE MONTH'S GAPS EACH OVERLAPPED - GAPS  *
095420*    INSIDE A PLANNED OUTAGE ARE LEFT OUT OF THE SHARE.         *
095600*****************************************************************
095700 5000-WRITE-RANKING.
095800     MOVE SPACES TO RPT-LINE.
095900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
096000     MOVE SPACES TO RPT-LINE.
096100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
096200     MOVE "PRODUCTION JOBS RANKED BY CANARY GAPS OVERLAPPED"
096300         TO RPT-LINE.
096400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
096500     MOVE SPACES TO RPT-LINE.
096510     STRING "PCT IS THE SHARE OF ALL UNPLANNED STALL GAPS AND "
096700                 DELIMITED BY SIZE
096800             "PACE DEVIATIONS" DELIMITED BY SIZE
096900         INTO RPT-LINE.
097000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
097100     MOVE SPACES TO RPT-LINE.
097200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
097300     IF WS-RNK-COUNT = 0
097400         MOVE "NO PRODUCTION JOBS OVERLAPPED A CANARY GAP"
097500             TO RPT-LINE
097600         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
097700         GO TO 5000-EXIT
097800     END-IF.
097900     MOVE WS-RANK-HEADER TO RPT-LINE.
098000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
098010     COMPUTE WS-RANKED-GAP-COUNT =
098020         WS-GAP-COUNT - WS-OUTAGE-GAP-COUNT.
098100     MOVE 0 TO WS-RANK-NO.
098200     MOVE 'N' TO WS-RANK-DONE-SWITCH.
098300     PERFORM 5100-WRITE-NEXT-RANK THRU 5100-EXIT
098400         UNTIL WS-RANK-DONE.
098500 5000-EXIT.
098600     EXIT.
098700*
098710*****************************************************************
098720*    5100-WRITE-NEXT-RANK - PRINT THE BEST JOB NOT YET PRINTED, *
098730*    OR SET WS-RANK-DONE WHEN EVERY JOB HAS BEEN.               *
098740*****************************************************************
098800 5100-WRITE-NEXT-RANK.
098900     MOVE 0 TO WS-BEST-SUB.
099000     MOVE 0 TO WS-BEST-GAPS.
099100     MOVE 0 TO WS-BEST-ABENDS.
099200     PERFORM 5150-FIND-BEST-RANK THRU 5150-EXIT
099300         VARYING RK-IX FROM 1 BY 1
099400         UNTIL RK-IX > WS-RNK-COUNT.
099500     IF WS-BEST-SUB = 0
099600         SET WS-RANK-DONE TO TRUE
099700         GO TO 5100-EXIT
099800     END-IF.
099900     SET RK-IX TO WS-BEST-SUB.
100000     MOVE 'Y' TO WS-RK-PRINTED (RK-IX).
100100     ADD 1 TO WS-RANK-NO.
100200     MOVE WS-RANK-NO TO WS-RL-RANK.
100300     MOVE WS-RK-JOB-NAME (RK-IX) TO WS-RL-JOB-NAME.
100400     MOVE WS-RK-GAPS (RK-IX) TO WS-RL-GAPS.
100500     MOVE WS-RK-STALLS (RK-IX) TO WS-RL-STALLS.
100600     MOVE WS-RK-PACE (RK-IX) TO WS-RL-PACE.
100700     MOVE WS-RK-ABENDS (RK-IX) TO WS-RL-ABENDS.
100800     COMPUTE WS-RANK-PCT ROUNDED =
100810         (WS-RK-GAPS (RK-IX) * 100) / WS-RANKED-GAP-COUNT.
101000     MOVE WS-RANK-PCT TO WS-RL-PCT.
101100     MOVE WS-RK-LPAR (RK-IX) TO WS-RL-LPAR.
101200     MOVE WS-RANK-LINE TO RPT-LINE.
101300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
101400 5100-EXIT.
101500     EXIT.
101600*
101610*****************************************************************
101620*    5150-FIND-BEST-RANK - KEEP THE JOB WITH THE MOST GAPS,     *
101630*    THEN THE MOST ABENDS, AMONG THOSE NOT YET PRINTED.         *
101640*****************************************************************
101700 5150-FIND-BEST-RANK.
101800     IF WS-RK-PRINTED (RK-IX) = 'Y'
101900         GO TO 5150-EXIT
102000     END-IF.
102100     IF WS-RK-GAPS (RK-IX) > WS-BEST-GAPS
102200         OR (WS-RK-GAPS (RK-IX) = WS-BEST-GAPS
102300             AND WS-RK-ABENDS (RK-IX) > WS-BEST-ABENDS)
102400         SET WS-BEST-SUB TO RK-IX
102500         MOVE WS-RK-GAPS (RK-IX) TO WS-BEST-GAPS
102600         MOVE WS-RK-ABENDS (RK-IX) TO WS-BEST-ABENDS
102700     END-IF.
102800 5150-EXIT.
102900     EXIT.
103000*
103100*****************************************************************
103200*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
103300*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
103400*    TIMES ON DIFFERENT DAYS CAN BE COMPARED AND SUBTRACTED.    *
103500*****************************************************************
103600 7100-CONVERT-DATE-TO-DAYS.
103700     IF WS-DC-MONTH > 2
103800         MOVE WS-DC-YEAR TO WS-DC-LEAP-YEAR
103900     ELSE
104000         COMPUTE WS-DC-LEAP-YEAR = WS-DC-YEAR - 1
104100     END-IF.
104200     DIVIDE WS-DC-LEAP-YEAR BY 4 GIVING WS-DC-LEAPS-4.
104300     DIVIDE WS-DC-LEAP-YEAR BY 100 GIVING WS-DC-LEAPS-100.
104400     DIVIDE WS-DC-LEAP-YEAR BY 400 GIVING WS-DC-LEAPS-400.
104500     COMPUTE WS-DC-DAYNUM = (WS-DC-YEAR * 365)
104600         + WS-DC-LEAPS-4 - WS-DC-LEAPS-100 + WS-DC-LEAPS-400
104700         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
104800 7100-EXIT.
104900     EXIT.
105000*
105100*****************************************************************
105200*    7200-CONVERT-STAMP - CHECK THE YYYYMMDD-HHMMSS STAMP IN    *
105300*    WS-SC-STAMP AND TURN IT INTO SECONDS FROM THE DAY-NUMBER   *
105400*    EPOCH IN WS-SC-SECS.  WS-STAMP-VALID IS LEFT OFF FOR A     *
105500*    STAMP THAT IS NOT A REAL DATE AND TIME.                    *
105600*****************************************************************
105700 7200-CONVERT-STAMP.
105800     MOVE 'N' TO WS-STAMP-VALID-SWITCH.
105900     MOVE 0 TO WS-SC-SECS.
106000     IF WS-SC-STAMP(1:8) NOT NUMERIC
106100         OR WS-SC-STAMP(10:6) NOT NUMERIC
106200         GO TO 7200-EXIT
106300     END-IF.
106400     MOVE WS-SC-STAMP(1:8) TO WS-DC-DATE.
106500     MOVE WS-SC-STAMP(10:2) TO WS-SC-HH.
106600     MOVE WS-SC-STAMP(12:2) TO WS-SC-MM.
106700     MOVE WS-SC-STAMP(14:2) TO WS-SC-SS.
106800     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
106900         OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
107000         OR WS-SC-HH > 23 OR WS-SC-MM > 59 OR WS-SC-SS > 59
107100         GO TO 7200-EXIT
107200     END-IF.
107300     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
107400     COMPUTE WS-SC-SECS = (WS-DC-DAYNUM * 86400)
107500         + (WS-SC-HH * 3600) + (WS-SC-MM * 60) + WS-SC-SS.
107600     SET WS-STAMP-VALID TO TRUE.
107700 7200-EXIT.
107800     EXIT.
107900*
108000*****************************************************************
108100*    7300-FORMAT-DURATION - EDIT THE SECONDS IN WS-DUR-SECS AS  *
108200*    HHH:MM:SS IN WS-DURATION-EDIT.  A DURATION OF 1000 HOURS   *
108300*    OR MORE SHOWS AS 999:59:59.                                *
108400*****************************************************************
108500 7300-FORMAT-DURATION.
108600     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
108700         REMAINDER WS-DUR-REMAINDER.
108800     IF WS-DUR-HOURS > 999
108900         MOVE 999 TO WS-DE-HOURS
109000         MOVE 59 TO WS-DE-MINUTES
109100         MOVE 59 TO WS-DE-SECONDS
109200         GO TO 7300-EXIT
109300     END-IF.
109400     MOVE WS-DUR-HOURS TO WS-DE-HOURS.
109500     DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DE-MINUTES
109600         REMAINDER WS-DE-SECONDS.
109700 7300-EXIT.
109800     EXIT.
109900*
110000*****************************************************************
110100*    7350-FORMAT-CLOCK - EDIT THE SECONDS-OF-DAY IN WS-CLK-SECS *
110200*    AS HH:MM:SS IN WS-CLOCK-EDIT.                              *
110300*****************************************************************
110400 7350-FORMAT-CLOCK.
110500     DIVIDE WS-CLK-SECS BY 3600 GIVING WS-CLK-HH
110600         REMAINDER WS-CLK-REMAINDER.
110700     DIVIDE WS-CLK-REMAINDER BY 60 GIVING WS-CLK-MM
110800         REMAINDER WS-CLK-SS.
110900     MOVE WS-CLK-HH TO WS-CE-HH.
111000     MOVE WS-CLK-MM TO WS-CE-MM.
111100     MOVE WS-CLK-SS TO WS-CE-SS.
111200 7350-EXIT.
111300     EXIT.
111400*
111500*****************************************************************
111600*    8000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE RUN TOTALS. *
111700*****************************************************************
111800 8000-WRITE-SUMMARY.
111900     MOVE WS-GAP-COUNT TO WS-GAP-COUNT-D.
112000     MOVE WS-STALL-COUNT TO WS-STALL-COUNT-D.
112100     MOVE WS-PACE-COUNT TO WS-PACE-COUNT-D.
112110     MOVE WS-OUTAGE-GAP-COUNT TO WS-OUTAGE-GAP-COUNT-D.
112200     MOVE WS-NO-JOB-GAP-COUNT TO WS-NO-JOB-GAP-COUNT-D.
112300     MOVE WS-RNK-COUNT TO WS-RNK-COUNT-D.
112400     MOVE WS-SJE-COUNT TO WS-SJE-COUNT-D.
112500     MOVE WS-SJE-BAD-COUNT TO WS-SJE-BAD-COUNT-D.
112600     MOVE WS-SJE-OWN-COUNT TO WS-SJE-OWN-COUNT-D.
112700     MOVE WS-SJE-MATCHED-COUNT TO WS-SJE-MATCHED-COUNT-D.
112800     MOVE WS-BAD-RECORD-COUNT TO WS-BAD-RECORD-COUNT-D.
112900     MOVE WS-GAP-OVERFLOW-COUNT TO WS-GAP-OVERFLOW-D.
113000     MOVE WS-MAT-OVERFLOW-COUNT TO WS-MAT-OVERFLOW-D.
113100     MOVE WS-RNK-OVERFLOW-COUNT TO WS-RNK-OVERFLOW-D.
113200     MOVE SPACES TO RPT-LINE.
113300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
113400     MOVE SPACES TO RPT-LINE.
113500     STRING "GAPS LISTED . . . . . . . . : " DELIMITED BY SIZE
113600             WS-GAP-COUNT-D      DELIMITED BY SIZE
113700         INTO RPT-LINE.
113800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
113900     DISPLAY RPT-LINE.
114000     MOVE SPACES TO RPT-LINE.
114100     STRING "  STALL GAPS  . . . . . . . : " DELIMITED BY SIZE
114200             WS-STALL-COUNT-D    DELIMITED BY SIZE
114300         INTO RPT-LINE.
114400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
114500     DISPLAY RPT-LINE.
114600     MOVE SPACES TO RPT-LINE.
114700     STRING "  PACE DEVIATIONS . . . . . : " DELIMITED BY SIZE
114800             WS-PACE-COUNT-D     DELIMITED BY SIZE
114810         INTO RPT-LINE.
114820     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
114830     DISPLAY RPT-LINE.
114840     MOVE SPACES TO RPT-LINE.
114850     STRING "  IN A PLANNED OUTAGE . . . : " DELIMITED BY SIZE
114860             WS-OUTAGE-GAP-COUNT-D DELIMITED BY SIZE
114900         INTO RPT-LINE.
115000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
115100     DISPLAY RPT-LINE.
115200     MOVE SPACES TO RPT-LINE.
115300     STRING "GAPS WITH NO JOB OVERLAP  . : " DELIMITED BY SIZE
115400             WS-NO-JOB-GAP-COUNT-D DELIMITED BY SIZE
115500         INTO RPT-LINE.
115600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
115700     DISPLAY RPT-LINE.
115800     MOVE SPACES TO RPT-LINE.
115900     STRING "JOBS RANKED . . . . . . . . : " DELIMITED BY SIZE
116000             WS-RNK-COUNT-D      DELIMITED BY SIZE
116100         INTO RPT-LINE.
116200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
116300     DISPLAY RPT-LINE.
116400     MOVE SPACES TO RPT-LINE.
116500     STRING "SCHEDULER RECORDS READ  . . : " DELIMITED BY SIZE
116600             WS-SJE-COUNT-D      DELIMITED BY SIZE
116700         INTO RPT-LINE.
116800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
116900     DISPLAY RPT-LINE.
117000     MOVE SPACES TO RPT-LINE.
117100     STRING "  CANARY'S OWN JOBS SKIPPED : " DELIMITED BY SIZE
117200             WS-SJE-OWN-COUNT-D  DELIMITED BY SIZE
117300         INTO RPT-LINE.
117400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
117500     DISPLAY RPT-LINE.
117600     MOVE SPACES TO RPT-LINE.
117700     STRING "  UNUSABLE RECORDS  . . . . : " DELIMITED BY SIZE
117800             WS-SJE-BAD-COUNT-D  DELIMITED BY SIZE
117900         INTO RPT-LINE.
118000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
118100     DISPLAY RPT-LINE.
118200     MOVE SPACES TO RPT-LINE.
118300     STRING "  OVERLAPPING A GAP . . . . : " DELIMITED BY SIZE
118400             WS-SJE-MATCHED-COUNT-D DELIMITED BY SIZE
118500         INTO RPT-LINE.
118600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
118700     DISPLAY RPT-LINE.
118800     MOVE SPACES TO RPT-LINE.
118900     STRING "BAD HISTORY TIMESTAMPS  . . : " DELIMITED BY SIZE
119000             WS-BAD-RECORD-COUNT-D DELIMITED BY SIZE
119100         INTO RPT-LINE.
119200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
119300     DISPLAY RPT-LINE.
119400     IF WS-GAP-OVERFLOW-COUNT > 0
119500         MOVE SPACES TO RPT-LINE
119600         STRING "GAPS NOT REPORTED (TABLE) . : " DELIMITED BY SIZE
119700                 WS-GAP-OVERFLOW-D   DELIMITED BY SIZE
119800             INTO RPT-LINE
119900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
120000         DISPLAY RPT-LINE
120100     END-IF.
120200     IF WS-MAT-OVERFLOW-COUNT > 0
120300         MOVE SPACES TO RPT-LINE
120400         STRING "MATCHES NOT REPORTED (TABLE): " DELIMITED BY SIZE
120500                 WS-MAT-OVERFLOW-D   DELIMITED BY SIZE
120600             INTO RPT-LINE
120700         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
120800         DISPLAY RPT-LINE
120900     END-IF.
121000     IF WS-RNK-OVERFLOW-COUNT > 0
121100         MOVE SPACES TO RPT-LINE
121200         STRING "JOBS NOT RANKED (TABLE) . . : " DELIMITED BY SIZE
121300                 WS-RNK-OVERFLOW-D   DELIMITED BY SIZE
121400             INTO RPT-LINE
121500         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
121600         DISPLAY RPT-LINE
121700     END-IF.
121800     IF WS-SJE-COUNT = 0
121900         DISPLAY "PANDORA STALL CORR - NO SCHEDULER JOB EVENTS "
122000             "READ - CHECK THE EXTRACT"
122100     END-IF.
122200 8000-EXIT.
122300     EXIT.
122400*
122410*****************************************************************
122420*    8100-WRITE-REPORT-LINE - WRITE RPT-LINE, STARTING A NEW    *
122430*    PAGE WITH ITS HEADING WHEN THE CURRENT ONE IS FULL.        *
122440*****************************************************************
122500 8100-WRITE-REPORT-LINE.
122600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
122700         MOVE RPT-LINE TO WS-SAVED-LINE
122800         ADD 1 TO WS-PAGE-NUMBER
122900         MOVE WS-PAGE-NUMBER TO WS-PH-PAGE-NUMBER
123000         WRITE RPT-LINE FROM WS-PAGE-HEADER-LINE
123100         MOVE SPACES TO RPT-LINE
123200         WRITE RPT-LINE
123300         MOVE WS-SAVED-LINE TO RPT-LINE
123400         MOVE 2 TO WS-LINE-COUNT
123500     END-IF.
123600     WRITE RPT-LINE.
123700     ADD 1 TO WS-LINE-COUNT.
123800     IF WS-RPT-STATUS NOT = '00'
123900         DISPLAY "PANDORA STALL CORR - REPORT WRITE FAILED - "
124000             "STATUS " WS-RPT-STATUS
124100     END-IF.
124200 8100-EXIT.
124300     EXIT.
124400*
124500*****************************************************************
124600*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
124700*    CODE.  A FAILED OPEN GETS ITS OWN NONZERO CODE SO THE      *
124800*    SCHEDULER DOES NOT MISTAKE AN EMPTY RUN FOR A CLEAN ONE;   *
124900*    AN UNUSABLE SCHEDULER RECORD, A FULL TABLE OR AN EMPTY     *
125000*    EXTRACT ENDS RC 4.                                         *
125100*****************************************************************
125200 9000-TERMINATE.
125300     CLOSE HIST-FILE.
125400     CLOSE SJE-FILE.
125500     CLOSE RPT-FILE.
125600     IF WS-OPEN-FAILED
125700         MOVE 16 TO RETURN-CODE
125800     ELSE
125900         IF WS-SJE-BAD-COUNT > 0
126000             OR WS-SJE-COUNT = 0
126100             OR WS-GAP-OVERFLOW-COUNT > 0
126200             OR WS-MAT-OVERFLOW-COUNT > 0
126300             OR WS-RNK-OVERFLOW-COUNT > 0
126400             MOVE 4 TO RETURN-CODE
126500         ELSE
126600             MOVE 0 TO RETURN-CODE
126700         END-IF
126800     END-IF.
126900 9000-EXIT.
127000     EXIT.
127100*
127200 9999-EXIT.
127300     STOP RUN.
