000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDHRST.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDHRST                                                    *
001000*   RESTORE UTILITY FOR THE HISTORY ARCHIVE.  THE HISTORY       *
001100*   CONSOLIDATION WRITES EVERY RECORD ITS RETENTION PURGE       *
001200*   REMOVES TO A GENERATION OF PAND.HIST.ARCHIVE; THIS UTILITY  *
001300*   READS ONE OR MORE OF THOSE GENERATIONS ON ARCFILE AND       *
001400*   RELOADS ONE JOB'S RECORDS FOR A DATE RANGE INTO THE KEYED   *
001500*   MASTER ON HISTFILE - PAND.HIST.MASTER ITSELF, OR A WORK     *
001600*   MASTER DEFINED FOR A ONE-OFF TREND, MONTHLY SLA OR          *
001700*   CALIBRATION RUN.  THE PARM IS 'JOBID   ,YYYYMMDD,YYYYMMDD'  *
001800*   (JOB ID PADDED TO EIGHT, FROM DATE, TO DATE, INCLUSIVE).    *
001900*                                                               *
002000*   NOTHING IS LOADED UNLESS THE WHOLE RANGE IS SAFE:           *
002100*                                                               *
002200*     - THE TARGET MASTER MUST HOLD NO RECORD FOR THE JOB IN    *
002300*       THE RANGE.  A RANGE ALREADY (EVEN PARTLY) ON THE        *
002400*       MASTER IS REFUSED RC 12, AS THE FOLD LEDGER REFUSES A   *
002500*       SECOND FOLD OF THE SAME GENERATION - A RANGE IS NEVER   *
002600*       LOADED TWICE.                                           *
002700*     - EVERY SEGMENT OF THE JOB ON ARCFILE IS READ ONCE AND    *
002800*       CHECKED AGAINST ITS TRAILER (RECORD COUNT AND CYCLE     *
002900*       TOTAL).  A MISMATCH, OR A SEGMENT WITH NO TRAILER,      *
003000*       MEANS A DAMAGED OR MIS-CONCATENATED ARCHIVE AND IS      *
003100*       REFUSED RC 12.                                          *
003200*                                                               *
003300*   A KEY ARRIVING TWICE ON ARCFILE (THE SAME GENERATION        *
003400*   CONCATENATED TWICE, OR A RESTORED RANGE PURGED AND          *
003500*   ARCHIVED AGAIN) IS LOADED ONCE AND COUNTED.  RC 4 MEANS     *
003600*   NOTHING ON ARCFILE FELL IN THE RANGE; RC 8 MEANS A RECORD   *
003700*   WOULD NOT LOAD AND THE TARGET NEEDS A LOOK; RC 16 MEANS A   *
003800*   FILE DID NOT OPEN.                                          *
003900*                                                               *
003910*   THE SUBMITTING USER FOLLOWS THE TO DATE AS A FOURTH PARM    *
003920*   FIELD ('JOBID   ,YYYYMMDD,YYYYMMDD,USERID' - THE JCL        *
003930*   PASSES &SYSUID).  EVERY RUN - CARRIED OUT, REFUSED OR       *
003940*   FAILED - WRITES ONE ENTRY TO THE OPERATOR-ACTION JOURNAL    *
003950*   (PAND.OPER.JOURNAL) WITH THE PARM, THE JOB AND RANGE, THE   *
003960*   ARCHIVED RECORDS FOUND FOR IT, THE RECORDS LOADED, THE USER *
003970*   AND THE OUTCOME.  NOTHING IS RESTORED UNLESS THE JOURNAL    *
003980*   OPENS.                                                      *
003990*                                                               *
004000*   MODIFICATION HISTORY                                        *
004100*   DATE       INIT  DESCRIPTION                                 *
004200*   ---------- ----  --------------------------------------     *
004300*   2026-10-15  DLM  ORIGINAL VERSION.                           *
004310*   2026-10-15  DLM  THE PARM TAKES THE SUBMITTING USER AFTER    *
004320*                    THE TO DATE; EVERY RUN, REFUSED OR NOT, IS  *
004330*                    WRITTEN TO THE OPERATOR-ACTION JOURNAL WITH *
004340*                    THE RANGE, THE RECORDS LOADED AND THE       *
004350*                    OUTCOME. THE RUN IS ABANDONED IF THE        *
004360*                    JOURNAL DOES NOT OPEN.                      *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ARC-FILE ASSIGN TO ARCFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ARC-STATUS.
005100     SELECT HIST-FILE ASSIGN TO HISTFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PAND-HST-KEY
005500         FILE STATUS IS WS-HIST-STATUS.
005600     SELECT RPT-FILE ASSIGN TO RPTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005810     SELECT OPJ-FILE ASSIGN TO OPJFILE
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS DYNAMIC
005840         RECORD KEY IS PAND-OPJ-KEY
005850         FILE STATUS IS WS-OPJ-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ARC-FILE
006300     RECORDING MODE IS F.
006400     COPY PANDHAR.
006500*
006600 FD  HIST-FILE
006700     RECORDING MODE IS F.
006800     COPY PANDHST.
006900*
007000 FD  RPT-FILE
007100     RECORDING MODE IS F.
007200 01  RPT-LINE                   PIC X(80).
007300*
007310 FD  OPJ-FILE
007320     RECORDING MODE IS F.
007330     COPY PANDOPJ.
007340*
007400 WORKING-STORAGE SECTION.
007500*
007600 01  WS-SWITCHES.
007700     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007800         88  WS-EOF                 VALUE 'Y'.
007900     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
008000         88  WS-OPEN-FAILED         VALUE 'Y'.
008100     05  WS-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
008200         88  WS-RESTORE-REFUSED     VALUE 'Y'.
008300     05  WS-VER-EOF-SWITCH      PIC X(01) VALUE 'N'.
008400         88  WS-VER-EOF             VALUE 'Y'.
008500     05  WS-NOTHING-SWITCH      PIC X(01) VALUE 'N'.
008600         88  WS-NOTHING-IN-RANGE    VALUE 'Y'.
008610     05  WS-OPJ-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008620         88  WS-OPJ-OPEN            VALUE 'Y'.
008630     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
008640         88  WS-OPJ-DONE            VALUE 'Y'.
008700*
008800 01  WS-FILE-STATUSES.
008900     05  WS-ARC-STATUS          PIC X(02) VALUE '00'.
009000     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
009100     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
009110     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
009200*
009300 01  WS-COUNTERS.
009400     05  WS-READ-COUNT          PIC 9(09) COMP VALUE 0.
009500     05  WS-LOAD-COUNT          PIC 9(09) COMP VALUE 0.
009600     05  WS-LOAD-CYCLES         PIC 9(09) COMP VALUE 0.
009700     05  WS-DUP-COUNT           PIC 9(09) COMP VALUE 0.
009800     05  WS-ANOMALY-COUNT       PIC 9(09) COMP VALUE 0.
009900     05  WS-DETAIL-LIMIT        PIC 9(05) COMP VALUE 10.
010000     05  WS-DETAIL-COUNT        PIC 9(05) COMP VALUE 0.
010100*
010200 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010210 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
010300 01  WS-RESTORE-PARM            PIC X(26) VALUE SPACES.
010400 01  WS-RESTORE-PARM-R REDEFINES WS-RESTORE-PARM.
010500     05  WS-RST-JOB-ID          PIC X(08).
010600     05  WS-RST-COMMA-1         PIC X(01).
010700     05  WS-RST-FROM-DATE       PIC X(08).
010800     05  WS-RST-FROM-DATE-N REDEFINES WS-RST-FROM-DATE
010900                                PIC 9(08).
011000     05  WS-RST-COMMA-2         PIC X(01).
011100     05  WS-RST-TO-DATE         PIC X(08).
011200     05  WS-RST-TO-DATE-N REDEFINES WS-RST-TO-DATE
011300                                PIC 9(08).
011400*
011500 01  WS-VERIFY-FIELDS.
011600     05  WS-VER-IN-RANGE        PIC 9(09) COMP VALUE 0.
011700     05  WS-VER-SEGMENTS        PIC 9(05) COMP VALUE 0.
011800     05  WS-SEG-RECORDS         PIC 9(09) VALUE 0.
011900     05  WS-SEG-CYCLES          PIC 9(09) VALUE 0.
012000     05  WS-SEG-RECORDS-D       PIC 9(09).
012100     05  WS-SEG-CYCLES-D        PIC 9(09).
012200*
012300 01  WS-INC-CYCLES              PIC 9(09) VALUE 0.
012400 01  WS-RECORD-DATE             PIC X(08) VALUE SPACES.
012500 01  WS-ANOMALY-TEXT            PIC X(30) VALUE SPACES.
012600*
012610 01  WS-TIMESTAMP-FIELDS.
012620     05  WS-TS-DATE             PIC 9(08).
012630     05  WS-TS-TIME             PIC 9(08).
012640 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
012650 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
012660*
012700 01  WS-DISPLAY-COUNTS.
012800     05  WS-READ-COUNT-D        PIC 9(09).
012900     05  WS-IN-RANGE-D          PIC 9(09).
013000     05  WS-LOAD-COUNT-D        PIC 9(09).
013100     05  WS-LOAD-CYCLES-D       PIC 9(09).
013200     05  WS-DUP-COUNT-D         PIC 9(09).
013300     05  WS-ANOMALY-COUNT-D     PIC 9(09).
013400     05  WS-SEGMENTS-D          PIC 9(05).
013500*
013600 01  WS-REPORT-LINES.
013700     05  WS-HDR1                PIC X(80) VALUE
013800         "PANDORA HEARTBEAT - HISTORY ARCHIVE RESTORE".
013900     05  WS-HDR2                PIC X(80) VALUE
014000         "===========================================".
014100*
014200 LINKAGE SECTION.
014300 01  LS-PARM-FIELD.
014400     05  LS-PARM-LEN            PIC S9(04) COMP.
014500     05  LS-PARM-TEXT           PIC X(35).
014600*
014700 PROCEDURE DIVISION USING LS-PARM-FIELD.
014800*
014900 0000-MAIN-PARA.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     IF WS-OPEN-FAILED
015200         OR WS-RESTORE-REFUSED
015300         GO TO 9000-TERMINATE
015400     END-IF.
015500     PERFORM 1600-VERIFY-ARCHIVE THRU 1600-EXIT.
015600     IF WS-RESTORE-REFUSED
015700         OR WS-NOTHING-IN-RANGE
015800         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
015900         GO TO 9000-TERMINATE
016000     END-IF.
016100     PERFORM 1700-OPEN-ARCHIVE THRU 1700-EXIT.
016200     IF WS-OPEN-FAILED
016300         GO TO 9000-TERMINATE
016400     END-IF.
016500     PERFORM 2000-RESTORE-ONE-RECORD THRU 2000-EXIT
016600         UNTIL WS-EOF.
016700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900     GO TO 9999-EXIT.
017000*
017100*****************************************************************
017110*    1000-INITIALIZE - PICK UP THE JOB ID, THE DATE RANGE AND   *
017120*    THE SUBMITTING USER FROM THE PARM, OPEN THE OPERATOR-      *
017130*    ACTION JOURNAL FIRST (SO EVEN A REFUSED RUN IS             *
017140*    JOURNALED), THEN THE TARGET MASTER AND THE REPORT, AND     *
017400*    CHECK THE TARGET HOLDS NOTHING FOR THE JOB IN THE RANGE.   *
017410*    A MISSING OR MALFORMED PARM IS REFUSED BEFORE ANY OTHER    *
017420*    FILE IS TOUCHED.  ARCFILE IS OPENED BY THE VERIFY AND      *
017430*    LOAD PASSES THEMSELVES.                                    *
017800*****************************************************************
017900 1000-INITIALIZE.
018000     MOVE LS-PARM-LEN TO WS-PARM-LEN.
018100     IF WS-PARM-LEN > 35
018200         MOVE 35 TO WS-PARM-LEN
018300     END-IF.
018400     IF WS-PARM-LEN > 0
018500         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-RESTORE-PARM
018600     END-IF.
018603     IF WS-PARM-LEN > 27
018606         AND LS-PARM-TEXT(27:1) = ','
018609         MOVE LS-PARM-TEXT(28:WS-PARM-LEN - 27) TO WS-OPJ-USER-ID
018612     END-IF.
018615     IF WS-OPJ-USER-ID = SPACES
018618         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
018621     END-IF.
018624     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
018627     ACCEPT WS-TS-TIME FROM TIME.
018630     STRING WS-TS-DATE       DELIMITED BY SIZE
018633             "-"             DELIMITED BY SIZE
018636             WS-TS-TIME(1:6) DELIMITED BY SIZE
018639         INTO WS-NOW-STAMP.
018642     MOVE SPACES TO PAND-OPJ-REC.
018645     MOVE "RESTORE" TO PAND-OPJ-ACTION.
018648     MOVE WS-RST-JOB-ID TO PAND-OPJ-JOB-ID.
018651     STRING WS-RST-FROM-DATE    DELIMITED BY SIZE
018654             " THRU " DELIMITED BY SIZE
018657             WS-RST-TO-DATE      DELIMITED BY SIZE
018660         INTO PAND-OPJ-TARGET-KEY.
018663     OPEN I-O OPJ-FILE.
018666     IF WS-OPJ-STATUS NOT = '00'
018669         DISPLAY "PANDORA HISTORY RESTORE - OPERATOR JOURNAL "
018672             "OPEN FAILED - STATUS " WS-OPJ-STATUS
018675         SET WS-OPEN-FAILED TO TRUE
018678         GO TO 1000-EXIT
018681     END-IF.
018684     SET WS-OPJ-OPEN TO TRUE.
018700     IF WS-RST-JOB-ID = SPACES
018800         OR WS-RST-COMMA-1 NOT = ','
018900         OR WS-RST-COMMA-2 NOT = ','
019000         OR WS-RST-FROM-DATE NOT NUMERIC
019100         OR WS-RST-TO-DATE NOT NUMERIC
019200         DISPLAY "PANDORA HISTORY RESTORE - PARM MUST BE "
019300             "'JOBID   ,YYYYMMDD,YYYYMMDD' - NOTHING RESTORED"
019310         MOVE "PARM NOT 'JOBID,FROM,TO'" TO PAND-OPJ-OUTCOME-TEXT
019400         SET WS-RESTORE-REFUSED TO TRUE
019500         GO TO 1000-EXIT
019600     END-IF.
019700     IF WS-RST-FROM-DATE-N > WS-RST-TO-DATE-N
019800         DISPLAY "PANDORA HISTORY RESTORE - FROM DATE IS AFTER "
019900             "THE TO DATE - NOTHING RESTORED"
019910         MOVE "FROM DATE IS AFTER THE TO DATE"
019920             TO PAND-OPJ-OUTCOME-TEXT
020000         SET WS-RESTORE-REFUSED TO TRUE
020100         GO TO 1000-EXIT
020200     END-IF.
020300     OPEN I-O HIST-FILE.
020400     IF WS-HIST-STATUS NOT = '00'
020500         DISPLAY "PANDORA HISTORY RESTORE - TARGET MASTER OPEN "
020600             "FAILED - STATUS " WS-HIST-STATUS
020700         SET WS-OPEN-FAILED TO TRUE
020800     END-IF.
020900     OPEN OUTPUT RPT-FILE.
021000     IF WS-RPT-STATUS NOT = '00'
021100         DISPLAY "PANDORA HISTORY RESTORE - REPORT OPEN FAILED "
021200             "- STATUS " WS-RPT-STATUS
021300         SET WS-OPEN-FAILED TO TRUE
021400     END-IF.
021500     IF WS-OPEN-FAILED
021600         GO TO 1000-EXIT
021700     END-IF.
021800     MOVE WS-HDR1 TO RPT-LINE.
021900     WRITE RPT-LINE.
022000     MOVE WS-HDR2 TO RPT-LINE.
022100     WRITE RPT-LINE.
022200     MOVE SPACES TO RPT-LINE.
022300     STRING "JOB ID BEING RESTORED. . . . : " DELIMITED BY SIZE
022400             WS-RST-JOB-ID       DELIMITED BY SIZE
022500         INTO RPT-LINE.
022600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
022700     MOVE SPACES TO RPT-LINE.
022800     STRING "DATE RANGE . . . . . . . . . : " DELIMITED BY SIZE
022900             WS-RST-FROM-DATE    DELIMITED BY SIZE
023000             " THRU " DELIMITED BY SIZE
023100             WS-RST-TO-DATE      DELIMITED BY SIZE
023200         INTO RPT-LINE.
023300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
023400     PERFORM 1500-CHECK-TARGET-RANGE THRU 1500-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*
023800*****************************************************************
023900*    1500-CHECK-TARGET-RANGE - POSITION ON THE FIRST TARGET     *
024000*    KEY AT OR AFTER THE JOB AND FROM DATE.  IF THAT RECORD     *
024100*    BELONGS TO THE JOB AND FALLS ON OR BEFORE THE TO DATE,     *
024200*    THE RANGE (OR PART OF IT) IS ALREADY ON THE TARGET - IT    *
024300*    WAS NEVER PURGED, OR WAS RESTORED BEFORE - AND THE         *
024400*    RESTORE IS REFUSED WITHOUT LOADING A SINGLE RECORD.        *
024500*****************************************************************
024600 1500-CHECK-TARGET-RANGE.
024700     MOVE WS-RST-JOB-ID TO PAND-HST-JOB-ID.
024800     MOVE LOW-VALUES TO PAND-HST-TIMESTAMP.
024900     MOVE WS-RST-FROM-DATE TO PAND-HST-TIMESTAMP(1:8).
025000     START HIST-FILE KEY IS NOT LESS THAN PAND-HST-KEY
025100         INVALID KEY
025200             GO TO 1500-EXIT
025300     END-START.
025400     READ HIST-FILE NEXT RECORD
025500         AT END
025600             GO TO 1500-EXIT
025700     END-READ.
025800     IF WS-HIST-STATUS NOT = '00'
025900         DISPLAY "PANDORA HISTORY RESTORE - TARGET READ FAILED "
026000             "- STATUS " WS-HIST-STATUS
026100         SET WS-RESTORE-REFUSED TO TRUE
026110         STRING "TARGET READ FAILED - STATUS " DELIMITED BY SIZE
026120                 WS-HIST-STATUS      DELIMITED BY SIZE
026130             INTO PAND-OPJ-OUTCOME-TEXT
026200         GO TO 1500-EXIT
026300     END-IF.
026400     IF PAND-HST-JOB-ID = WS-RST-JOB-ID
026500         AND PAND-HST-TIMESTAMP(1:8) <= WS-RST-TO-DATE
026600         SET WS-RESTORE-REFUSED TO TRUE
026700         MOVE SPACES TO RPT-LINE
026800         STRING "RANGE ALREADY ON TARGET - FOUND "
026900                     DELIMITED BY SIZE
027000                 PAND-HST-JOB-ID     DELIMITED BY SIZE
027100                 " " DELIMITED BY SIZE
027200                 PAND-HST-TIMESTAMP  DELIMITED BY SIZE
027300             INTO RPT-LINE
027400         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
027500         MOVE "RESTORE REFUSED - TARGET UNTOUCHED" TO RPT-LINE
027600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
027610         MOVE "RANGE ALREADY ON TARGET" TO PAND-OPJ-OUTCOME-TEXT
027620         STRING "ON TARGET " DELIMITED BY SIZE
027630                 PAND-HST-JOB-ID     DELIMITED BY SIZE
027640                 " " DELIMITED BY SIZE
027650                 PAND-HST-TIMESTAMP  DELIMITED BY SIZE
027660             INTO PAND-OPJ-BEFORE
027700     END-IF.
027800 1500-EXIT.
027900     EXIT.
028000*
028100*****************************************************************
028200*    1600-VERIFY-ARCHIVE - READ ARCFILE ONCE, READ-ONLY, AND    *
028300*    CHECK EVERY SEGMENT OF THE JOB AGAINST ITS TRAILER         *
028400*    BEFORE A SINGLE RECORD IS LOADED, COUNTING THE DETAIL      *
028500*    RECORDS THAT FALL IN THE RANGE ON THE WAY.  A SEGMENT      *
028600*    STILL OPEN AT END OF FILE HAS LOST ITS TRAILER.  NOTHING   *
028700*    IN THE RANGE IS NOT AN ERROR BUT LEAVES NOTHING TO DO.     *
028800*****************************************************************
028900 1600-VERIFY-ARCHIVE.
029000     OPEN INPUT ARC-FILE.
029100     IF WS-ARC-STATUS NOT = '00'
029200         DISPLAY "PANDORA HISTORY RESTORE - ARCHIVE OPEN "
029300             "FAILED - STATUS " WS-ARC-STATUS
029400         SET WS-OPEN-FAILED TO TRUE
029500         SET WS-RESTORE-REFUSED TO TRUE
029600         GO TO 1600-EXIT
029700     END-IF.
029800     PERFORM 1650-VERIFY-ONE-RECORD THRU 1650-EXIT
029900         UNTIL WS-VER-EOF.
030000     CLOSE ARC-FILE.
030100     IF WS-SEG-RECORDS > 0
030200         MOVE "SEGMENT HAS NO TRAILER" TO WS-ANOMALY-TEXT
030300         PERFORM 1680-REFUSE-SEGMENT THRU 1680-EXIT
030400     END-IF.
030410     PERFORM 7610-FORMAT-RANGE-VALUES THRU 7610-EXIT.
030420     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
030500     IF WS-RESTORE-REFUSED
030600         MOVE "ARCHIVE FAILED VERIFY - RESTORE REFUSED"
030700             TO RPT-LINE
030800         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
030810         MOVE "ARCHIVE FAILED VERIFY" TO PAND-OPJ-OUTCOME-TEXT
030900         GO TO 1600-EXIT
031000     END-IF.
031100     IF WS-VER-IN-RANGE = 0
031200         SET WS-NOTHING-IN-RANGE TO TRUE
031300         MOVE "NO ARCHIVED RECORDS IN RANGE - NOTHING RESTORED"
031400             TO RPT-LINE
031500         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
031600     END-IF.
031700 1600-EXIT.
031800     EXIT.
031900*
032000*****************************************************************
032100*    1650-VERIFY-ONE-RECORD - TALLY ONE DETAIL RECORD OF THE    *
032200*    JOB INTO THE OPEN SEGMENT, USING THE CYCLE RULE THE        *
032300*    ARCHIVE TRAILER WAS BUILT WITH, OR CHECK THE SEGMENT       *
032400*    AGAINST THE JOB'S TRAILER AND START THE NEXT ONE.          *
032500*    OTHER JOBS' RECORDS ARE PASSED OVER.  AN ARCHIVE THAT      *
032600*    CANNOT BE READ TO THE END CANNOT BE VERIFIED.              *
032700*****************************************************************
032800 1650-VERIFY-ONE-RECORD.
032900     READ ARC-FILE
033000         AT END
033100             SET WS-VER-EOF TO TRUE
033200             GO TO 1650-EXIT
033300     END-READ.
033400     IF WS-ARC-STATUS NOT = '00'
033500         DISPLAY "PANDORA HISTORY RESTORE - VERIFY READ FAILED "
033600             "- STATUS " WS-ARC-STATUS
033700         SET WS-RESTORE-REFUSED TO TRUE
033800         SET WS-VER-EOF TO TRUE
033900         GO TO 1650-EXIT
034000     END-IF.
034100     IF PAND-HAR-TRAILER
034200         IF PAND-HAR-TRL-JOB-ID = WS-RST-JOB-ID
034300             PERFORM 1670-CHECK-TRAILER THRU 1670-EXIT
034400         END-IF
034500         GO TO 1650-EXIT
034600     END-IF.
034700     IF NOT PAND-HAR-DETAIL
034800         OR PAND-HAR-DTL-JOB-ID NOT = WS-RST-JOB-ID
034900         GO TO 1650-EXIT
035000     END-IF.
035100     MOVE PAND-HAR-HIST-IMAGE TO PAND-HST-REC.
035200     PERFORM 7100-COUNT-CYCLES THRU 7100-EXIT.
035300     ADD 1 TO WS-SEG-RECORDS.
035400     ADD WS-INC-CYCLES TO WS-SEG-CYCLES.
035500     MOVE PAND-HST-TIMESTAMP(1:8) TO WS-RECORD-DATE.
035600     IF WS-RECORD-DATE >= WS-RST-FROM-DATE
035700         AND WS-RECORD-DATE <= WS-RST-TO-DATE
035800         ADD 1 TO WS-VER-IN-RANGE
035900     END-IF.
036000 1650-EXIT.
036100     EXIT.
036200*
036300*****************************************************************
036400*    1670-CHECK-TRAILER - COMPARE THE SEGMENT JUST CLOSED BY    *
036500*    THE JOB'S TRAILER WITH THE TRAILER'S RECORD AND CYCLE      *
036600*    TOTALS, THEN CLEAR THE TALLY FOR THE NEXT GENERATION.      *
036700*****************************************************************
036800 1670-CHECK-TRAILER.
036900     ADD 1 TO WS-VER-SEGMENTS.
037000     IF PAND-HAR-TRL-RECORDS NOT NUMERIC
037100         OR PAND-HAR-TRL-CYCLES NOT NUMERIC
037200         OR PAND-HAR-TRL-RECORDS NOT = WS-SEG-RECORDS
037300         OR PAND-HAR-TRL-CYCLES NOT = WS-SEG-CYCLES
037400         MOVE "SEGMENT DISAGREES WITH TRAILER" TO WS-ANOMALY-TEXT
037500         PERFORM 1680-REFUSE-SEGMENT THRU 1680-EXIT
037600     END-IF.
037700     MOVE 0 TO WS-SEG-RECORDS.
037800     MOVE 0 TO WS-SEG-CYCLES.
037900 1670-EXIT.
038000     EXIT.
038100*
038200*****************************************************************
038300*    1680-REFUSE-SEGMENT - REFUSE THE RESTORE AND PRINT THE     *
038400*    SEGMENT THAT FAILED, WITH WHAT WAS COUNTED AND (FOR A      *
038500*    TRAILER MISMATCH) THE TRAILER'S OWN STAMPS AND TOTALS.     *
038600*****************************************************************
038700 1680-REFUSE-SEGMENT.
038800     SET WS-RESTORE-REFUSED TO TRUE.
038900     MOVE WS-SEG-RECORDS TO WS-SEG-RECORDS-D.
039000     MOVE WS-SEG-CYCLES TO WS-SEG-CYCLES-D.
039100     MOVE SPACES TO RPT-LINE.
039200     STRING WS-ANOMALY-TEXT     DELIMITED BY "  "
039300             " - COUNTED " DELIMITED BY SIZE
039400             WS-SEG-RECORDS-D    DELIMITED BY SIZE
039500             " RECORDS / " DELIMITED BY SIZE
039600             WS-SEG-CYCLES-D     DELIMITED BY SIZE
039700             " CYCLES" DELIMITED BY SIZE
039800         INTO RPT-LINE.
039900     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
040000     IF NOT PAND-HAR-TRAILER
040100         OR WS-VER-EOF
040200         GO TO 1680-EXIT
040300     END-IF.
040400     MOVE SPACES TO RPT-LINE.
040500     STRING "TRAILER " DELIMITED BY SIZE
040600             PAND-HAR-TRL-FIRST-STAMP DELIMITED BY SIZE
040700             " - " DELIMITED BY SIZE
040800             PAND-HAR-TRL-LAST-STAMP  DELIMITED BY SIZE
040900             " SAYS " DELIMITED BY SIZE
041000             PAND-HAR-TRL-RECORDS     DELIMITED BY SIZE
041100             " / " DELIMITED BY SIZE
041200             PAND-HAR-TRL-CYCLES      DELIMITED BY SIZE
041300         INTO RPT-LINE.
041400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
041500 1680-EXIT.
041600     EXIT.
041700*
041800*****************************************************************
041900*    1700-OPEN-ARCHIVE - OPEN THE VERIFIED ARCHIVE FOR THE      *
042000*    LOAD PASS AND PRIME THE READ-AHEAD.                        *
042100*****************************************************************
042200 1700-OPEN-ARCHIVE.
042300     OPEN INPUT ARC-FILE.
042400     IF WS-ARC-STATUS NOT = '00'
042500         DISPLAY "PANDORA HISTORY RESTORE - ARCHIVE REOPEN "
042600             "FAILED - STATUS " WS-ARC-STATUS
042700         SET WS-OPEN-FAILED TO TRUE
042800         GO TO 1700-EXIT
042900     END-IF.
043000     PERFORM 2900-READ-ARCHIVE-RECORD THRU 2900-EXIT.
043100 1700-EXIT.
043200     EXIT.
043300*
043400*****************************************************************
043500*    2000-RESTORE-ONE-RECORD - PASS OVER TRAILERS AND OTHER     *
043600*    JOBS' RECORDS, LOAD THE JOB'S DETAIL RECORDS AND READ      *
043700*    AHEAD.                                                     *
043800*****************************************************************
043900 2000-RESTORE-ONE-RECORD.
044000     IF PAND-HAR-DETAIL
044100         AND PAND-HAR-DTL-JOB-ID = WS-RST-JOB-ID
044200         PERFORM 2100-LOAD-DETAIL-RECORD THRU 2100-EXIT
044300     END-IF.
044400     PERFORM 2900-READ-ARCHIVE-RECORD THRU 2900-EXIT.
044500 2000-EXIT.
044600     EXIT.
044700*
044800*****************************************************************
044900*    2100-LOAD-DETAIL-RECORD - LOAD ONE ARCHIVED RECORD WHOSE   *
045000*    DATE FALLS IN THE RANGE BACK ONTO THE TARGET EXACTLY AS    *
045100*    IT LEFT THE MASTER.  A KEY ALREADY LOADED EARLIER IN       *
045200*    THIS RUN IS A SECOND COPY ON ARCFILE AND IS SKIPPED; ANY   *
045300*    OTHER WRITE FAILURE IS AN ANOMALY.                         *
045400*****************************************************************
045500 2100-LOAD-DETAIL-RECORD.
045600     MOVE PAND-HAR-DTL-TIMESTAMP(1:8) TO WS-RECORD-DATE.
045700     IF WS-RECORD-DATE < WS-RST-FROM-DATE
045800         OR WS-RECORD-DATE > WS-RST-TO-DATE
045900         GO TO 2100-EXIT
046000     END-IF.
046100     MOVE PAND-HAR-HIST-IMAGE TO PAND-HST-REC.
046200     WRITE PAND-HST-REC
046300         INVALID KEY
046400             IF WS-HIST-STATUS = '22'
046500                 ADD 1 TO WS-DUP-COUNT
046600             ELSE
046700                 MOVE "TARGET WRITE FAILED" TO WS-ANOMALY-TEXT
046800                 PERFORM 2200-REPORT-ANOMALY THRU 2200-EXIT
046900             END-IF
047000             GO TO 2100-EXIT
047100     END-WRITE.
047200     ADD 1 TO WS-LOAD-COUNT.
047300     PERFORM 7100-COUNT-CYCLES THRU 7100-EXIT.
047400     ADD WS-INC-CYCLES TO WS-LOAD-CYCLES.
047500 2100-EXIT.
047600     EXIT.
047700*
047800*****************************************************************
047900*    2200-REPORT-ANOMALY - COUNT ONE ANOMALY AND, UP TO THE     *
048000*    DETAIL LIMIT, PRINT IT WITH THE KEY THAT RAISED IT.        *
048100*****************************************************************
048200 2200-REPORT-ANOMALY.
048300     ADD 1 TO WS-ANOMALY-COUNT.
048400     IF WS-DETAIL-COUNT >= WS-DETAIL-LIMIT
048500         GO TO 2200-EXIT
048600     END-IF.
048700     ADD 1 TO WS-DETAIL-COUNT.
048800     MOVE SPACES TO RPT-LINE.
048900     STRING "ANOMALY - JOB " DELIMITED BY SIZE
049000             PAND-HAR-DTL-JOB-ID    DELIMITED BY SIZE
049100             " " DELIMITED BY SIZE
049200             PAND-HAR-DTL-TIMESTAMP DELIMITED BY SIZE
049300             " " DELIMITED BY SIZE
049400             WS-ANOMALY-TEXT        DELIMITED BY SIZE
049500             " " DELIMITED BY SIZE
049600             WS-HIST-STATUS         DELIMITED BY SIZE
049700         INTO RPT-LINE.
049800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
049900     IF WS-DETAIL-COUNT = WS-DETAIL-LIMIT
050000         MOVE "FURTHER ANOMALY DETAIL SUPPRESSED - SEE COUNT"
050100             TO RPT-LINE
050200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
050300     END-IF.
050400 2200-EXIT.
050500     EXIT.
050600*
050700*****************************************************************
050800*    2900-READ-ARCHIVE-RECORD - READ-AHEAD ONE ARCHIVE RECORD.  *
050900*    A READ FAILURE AFTER A CLEAN VERIFY LEAVES THE RESTORE     *
051000*    PARTIAL, SO IT COUNTS AS AN ANOMALY AND HOLDS THE RC.      *
051100*****************************************************************
051200 2900-READ-ARCHIVE-RECORD.
051300     READ ARC-FILE
051400         AT END
051500             SET WS-EOF TO TRUE
051600         NOT AT END
051700             ADD 1 TO WS-READ-COUNT
051800     END-READ.
051900     IF WS-ARC-STATUS NOT = '00' AND WS-ARC-STATUS NOT = '10'
052000         DISPLAY "PANDORA HISTORY RESTORE - ARCHIVE READ FAILED "
052100             "- STATUS " WS-ARC-STATUS
052200         ADD 1 TO WS-ANOMALY-COUNT
052300         SET WS-EOF TO TRUE
052400     END-IF.
052500 2900-EXIT.
052600     EXIT.
052700*
052800*****************************************************************
052900*    7100-COUNT-CYCLES - THE CYCLES ONE HISTORY RECORD STANDS   *
053000*    FOR, AS THE FOLD LEDGER AND THE ARCHIVE TRAILER COUNT      *
053100*    THEM: A TYPE-'S' RECORD BY ITS SUMMARIZED CYCLES, THE      *
053200*    EVENT RECORDS ('P'/'R'/'T'/'D'/'K') AS NONE, ANY OTHER     *
053300*    RECORD AS ONE.                                             *
053400*****************************************************************
053500 7100-COUNT-CYCLES.
053600     IF PAND-HST-TYPE = 'S'
053700         AND PAND-HST-SUM-CYCLES NUMERIC
053800         MOVE PAND-HST-SUM-CYCLES TO WS-INC-CYCLES
053900     ELSE
054000         IF PAND-HST-TYPE = 'P'
054100             OR PAND-HST-TYPE = 'R'
054200             OR PAND-HST-TYPE = 'T'
054300             OR PAND-HST-TYPE = 'D'
054400             OR PAND-HST-TYPE = 'K'
054500             MOVE 0 TO WS-INC-CYCLES
054600         ELSE
054700             MOVE 1 TO WS-INC-CYCLES
054800         END-IF
054900     END-IF.
055000 7100-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400*    7300-WRITE-AUDIT-LINE - EVERY ACTION AND ANOMALY GOES TO   *
055500*    THE REPORT AND TO SYSOUT SO THE RUN LEAVES A TRAIL IN      *
055600*    BOTH PLACES.                                               *
055700*****************************************************************
055800 7300-WRITE-AUDIT-LINE.
055900     WRITE RPT-LINE.
056000     IF WS-RPT-STATUS NOT = '00'
056100         DISPLAY "PANDORA HISTORY RESTORE - REPORT WRITE FAILED "
056200             "- STATUS " WS-RPT-STATUS
056300     END-IF.
056400     DISPLAY RPT-LINE.
056500 7300-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056801*    7600-WRITE-OPER-JOURNAL - ONE OPERATOR-ACTION JOURNAL      *
056802*    ENTRY FOR THE RUN: THE PARM AS SUBMITTED, THE JOB AND      *
056803*    RANGE, THE ARCHIVED RECORDS FOUND FOR IT, THE RECORDS      *
056804*    LOADED, AND THE OUTCOME - FAILED WHEN A FILE DID NOT       *
056805*    OPEN OR A RECORD WOULD NOT LOAD, REJECTED WHEN THE         *
056806*    RESTORE WAS REFUSED, OTHERWISE DONE.  THE SEQUENCE         *
056807*    NUMBER STEPS PAST ANY KEY ALREADY TAKEN IN THE SAME        *
056808*    SECOND.  A JOURNAL THAT WILL NOT TAKE THE ENTRY COUNTS AS  *
056809*    AN ANOMALY.                                                *
056810*****************************************************************
056811 7600-WRITE-OPER-JOURNAL.
056812     MOVE WS-NOW-STAMP TO PAND-OPJ-STAMP.
056813     MOVE "PANDHRST" TO PAND-OPJ-UTILITY.
056814     MOVE 0 TO PAND-OPJ-SEQ.
056815     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
056816     MOVE "PARM=" TO PAND-OPJ-COMMAND.
056817     IF WS-PARM-LEN > 0
056818         MOVE LS-PARM-TEXT(1:WS-PARM-LEN)
056819             TO PAND-OPJ-COMMAND(6:)
056820     END-IF.
056821     EVALUATE TRUE
056822         WHEN WS-OPEN-FAILED
056823             MOVE 'F' TO PAND-OPJ-OUTCOME
056824             MOVE "FILE OPEN FAILED - NOTHING RESTORED"
056825                 TO PAND-OPJ-OUTCOME-TEXT
056826         WHEN WS-RESTORE-REFUSED
056827             MOVE 'R' TO PAND-OPJ-OUTCOME
056828         WHEN WS-NOTHING-IN-RANGE
056829             MOVE 'D' TO PAND-OPJ-OUTCOME
056830             MOVE "NO ARCHIVED RECORDS IN RANGE"
056831                 TO PAND-OPJ-OUTCOME-TEXT
056832         WHEN WS-ANOMALY-COUNT > 0
056833             MOVE 'F' TO PAND-OPJ-OUTCOME
056834             MOVE WS-ANOMALY-COUNT TO WS-ANOMALY-COUNT-D
056835             STRING "RESTORE INCOMPLETE - " DELIMITED BY SIZE
056836                     WS-ANOMALY-COUNT-D  DELIMITED BY SIZE
056837                     " ANOMALIES" DELIMITED BY SIZE
056838                 INTO PAND-OPJ-OUTCOME-TEXT
056839         WHEN OTHER
056840             MOVE 'D' TO PAND-OPJ-OUTCOME
056841             MOVE "RANGE RESTORED CLEANLY"
056842                 TO PAND-OPJ-OUTCOME-TEXT
056843     END-EVALUATE.
056844     IF NOT WS-OPEN-FAILED
056845         AND NOT WS-RESTORE-REFUSED
056846         AND NOT WS-NOTHING-IN-RANGE
056847         MOVE WS-LOAD-COUNT TO WS-LOAD-COUNT-D
056848         MOVE WS-LOAD-CYCLES TO WS-LOAD-CYCLES-D
056849         MOVE WS-DUP-COUNT TO WS-DUP-COUNT-D
056850         STRING "LOADED " DELIMITED BY SIZE
056851                 WS-LOAD-COUNT-D     DELIMITED BY SIZE
056852                 " CYC " DELIMITED BY SIZE
056853                 WS-LOAD-CYCLES-D    DELIMITED BY SIZE
056854                 " DUPS " DELIMITED BY SIZE
056855                 WS-DUP-COUNT-D      DELIMITED BY SIZE
056856             INTO PAND-OPJ-AFTER
056857     END-IF.
056858     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
056859     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
056860         UNTIL WS-OPJ-DONE
056861         OR PAND-OPJ-SEQ > 99998.
056862 7600-EXIT.
056863     EXIT.
056864*
056865*****************************************************************
056866*    7610-FORMAT-RANGE-VALUES - THE JOB, THE DATE RANGE AND     *
056867*    THE ARCHIVED RECORDS FOUND IN IT AS JOURNAL TEXT FOR THE   *
056868*    BEFORE IMAGE.                                              *
056869*****************************************************************
056870 7610-FORMAT-RANGE-VALUES.
056871     MOVE WS-VER-IN-RANGE TO WS-IN-RANGE-D.
056872     MOVE SPACES TO WS-OPJ-VALUES.
056873     STRING "JOB " DELIMITED BY SIZE
056874             WS-RST-JOB-ID       DELIMITED BY SIZE
056875             " " DELIMITED BY SIZE
056876             WS-RST-FROM-DATE    DELIMITED BY SIZE
056877             "-" DELIMITED BY SIZE
056878             WS-RST-TO-DATE      DELIMITED BY SIZE
056879             " ARCHIVED " DELIMITED BY SIZE
056880             WS-IN-RANGE-D       DELIMITED BY SIZE
056881         INTO WS-OPJ-VALUES.
056882 7610-EXIT.
056883     EXIT.
056884*
056885*****************************************************************
056886*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
056887*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
056888*    NUMBER, ANY OTHER FAILURE IS AN ANOMALY.                   *
056889*****************************************************************
056890 7650-WRITE-ONE-JOURNAL.
056891     ADD 1 TO PAND-OPJ-SEQ.
056892     WRITE PAND-OPJ-REC
056893         INVALID KEY
056894             IF WS-OPJ-STATUS NOT = '22'
056895                 DISPLAY "PANDORA HISTORY RESTORE - OPERATOR "
056896                     "JOURNAL WRITE FAILED - STATUS "
056897                     WS-OPJ-STATUS " - JOB " WS-RST-JOB-ID
056898                 ADD 1 TO WS-ANOMALY-COUNT
056899                 SET WS-OPJ-DONE TO TRUE
056900             END-IF
056901         NOT INVALID KEY
056902             SET WS-OPJ-DONE TO TRUE
056903     END-WRITE.
056904 7650-EXIT.
056905     EXIT.
056906*
056907*****************************************************************
056908*    8000-WRITE-SUMMARY - TOTAL UP THE RESTORE.                 *
057000*****************************************************************
057100 8000-WRITE-SUMMARY.
057200     MOVE WS-READ-COUNT TO WS-READ-COUNT-D.
057300     MOVE WS-VER-IN-RANGE TO WS-IN-RANGE-D.
057400     MOVE WS-VER-SEGMENTS TO WS-SEGMENTS-D.
057500     MOVE WS-LOAD-COUNT TO WS-LOAD-COUNT-D.
057600     MOVE WS-LOAD-CYCLES TO WS-LOAD-CYCLES-D.
057700     MOVE WS-DUP-COUNT TO WS-DUP-COUNT-D.
057800     MOVE WS-ANOMALY-COUNT TO WS-ANOMALY-COUNT-D.
057900     MOVE SPACES TO RPT-LINE.
058000     WRITE RPT-LINE.
058100     MOVE SPACES TO RPT-LINE.
058200     STRING "JOB SEGMENTS VERIFIED. . . . : " DELIMITED BY SIZE
058300             WS-SEGMENTS-D       DELIMITED BY SIZE
058400         INTO RPT-LINE.
058500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
058600     MOVE SPACES TO RPT-LINE.
058700     STRING "ARCHIVED RECORDS IN RANGE. . : " DELIMITED BY SIZE
058800             WS-IN-RANGE-D       DELIMITED BY SIZE
058900         INTO RPT-LINE.
059000     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
059100     MOVE SPACES TO RPT-LINE.
059200     STRING "ARCHIVE RECORDS READ . . . . : " DELIMITED BY SIZE
059300             WS-READ-COUNT-D     DELIMITED BY SIZE
059400         INTO RPT-LINE.
059500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
059600     MOVE SPACES TO RPT-LINE.
059700     STRING "RECORDS RESTORED . . . . . . : " DELIMITED BY SIZE
059800             WS-LOAD-COUNT-D     DELIMITED BY SIZE
059900         INTO RPT-LINE.
060000     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
060100     MOVE SPACES TO RPT-LINE.
060200     STRING "CYCLES RESTORED. . . . . . . : " DELIMITED BY SIZE
060300             WS-LOAD-CYCLES-D    DELIMITED BY SIZE
060400         INTO RPT-LINE.
060500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
060600     MOVE SPACES TO RPT-LINE.
060700     STRING "DUPLICATE KEYS SKIPPED . . . : " DELIMITED BY SIZE
060800             WS-DUP-COUNT-D      DELIMITED BY SIZE
060900         INTO RPT-LINE.
061000     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
061100     MOVE SPACES TO RPT-LINE.
061200     STRING "ANOMALIES FOUND. . . . . . . : " DELIMITED BY SIZE
061300             WS-ANOMALY-COUNT-D  DELIMITED BY SIZE
061400         INTO RPT-LINE.
061500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
061600 8000-EXIT.
061700     EXIT.
061800*
061900*****************************************************************
061910*    9000-TERMINATE - JOURNAL THE RUN, CLOSE THE FILES AND SET  *
061920*    THE CONDITION CODE: 16 WHEN A FILE DID NOT OPEN, 12 WHEN   *
061930*    THE RESTORE WAS REFUSED, 8 WHEN A RECORD WOULD NOT LOAD    *
061940*    (OR THE JOURNAL WOULD NOT TAKE THE ENTRY), 4 WHEN NOTHING  *
061950*    ON ARCFILE FELL IN THE RANGE, 0 FOR A CLEAN RESTORE.       *
062500*****************************************************************
062600 9000-TERMINATE.
062610     IF WS-OPJ-OPEN
062620         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
062630         CLOSE OPJ-FILE
062640     END-IF.
062700     CLOSE ARC-FILE.
062800     CLOSE HIST-FILE.
062900     CLOSE RPT-FILE.
063000     IF WS-OPEN-FAILED
063100         MOVE 16 TO RETURN-CODE
063200     ELSE
063300         IF WS-RESTORE-REFUSED
063400             MOVE 12 TO RETURN-CODE
063500         ELSE
063600             IF WS-ANOMALY-COUNT > 0
063700                 MOVE 8 TO RETURN-CODE
063800             ELSE
063900                 IF WS-NOTHING-IN-RANGE
064000                     MOVE 4 TO RETURN-CODE
064100                 ELSE
064200                     MOVE 0 TO RETURN-CODE
064300                 END-IF
064400             END-IF
064500         END-IF
064600     END-IF.
064700 9000-EXIT.
064800     EXIT.
064900*
065000 9999-EXIT.
065100     STOP RUN.
