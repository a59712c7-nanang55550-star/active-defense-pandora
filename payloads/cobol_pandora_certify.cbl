000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDCERT.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDCERT                                                    *
001000*   NIGHT CERTIFICATE FOR THE BATCH WINDOW.  RUNS AS THE        *
001100*   SUCCESSOR OF THE PANDHB JOB AND GATHERS, FOR EVERY CANARY   *
001200*   JOB/INSTANCE ID, WHAT THE SHIFT LEAD USED TO READ FROM      *
001300*   FIVE PLACES TO DECIDE WHETHER THE NIGHT WAS GOOD:           *
001400*                                                               *
001500*     - THE AUDIT-VALIDATION RESULT (PAND.AUDVAL.RPT) - THE     *
001600*       GENERATION VERDICT AND ANY EXCEPTION LINES NAMING THE   *
001700*       JOB;                                                    *
001800*     - THE THREE-WAY RECONCILIATION OUTCOME (PAND.RECON.RPT)   *
001900*       - THE JOB'S RECONCILIATION STATUS AND ANY REGISTRY      *
002000*       EXCEPTION, WITH PLANNED-OUTAGE SUPPRESSION;             *
002100*     - THE CHECKPOINT RESTARTS ('K' RECORDS) AND THE STALL     *
002200*       GAPS OVER 300 SECONDS IN THE NIGHT'S AUDIT GENERATION,  *
002300*       COUNTED THE SAME WAY THE SHIFT AND FLEET REPORTS DO;    *
002400*     - THE ALERTS STILL OPEN ON PAND.ALERT.MASTER.             *
002500*                                                               *
002600*   THE CANARIES ARE THE ACTIVE REGISTRY ENTRIES LIVE BY THE    *
002700*   NIGHT DATE PLUS ANY OTHER ID FOUND IN THE GENERATION OR ON  *
002800*   THE RECONCILIATION.  EACH GETS A PASS, ATTENTION OR FAIL    *
002900*   LINE WITH THE FIRST REASON FOUND:                           *
003000*                                                               *
003100*     FAIL       NO VALIDATION OR RECONCILIATION RESULT FOR     *
003200*                THE NIGHT, A GENERATION THAT FAILED            *
003300*                VALIDATION OR DID NOT READ, A REGISTERED       *
003400*                CANARY WITH NO AUDIT RECORDS (OUTSIDE A        *
003500*                PLANNED OUTAGE), AN AUDIT-LEG OR NOT-SEEN      *
003600*                RECONCILIATION EXCEPTION, OR AN OPEN           *
003650*                CRITICAL ALERT.                                *
003700*     ATTENTION  A CHECKPOINT-ONLY OR REGISTRATION EXCEPTION,   *
003800*                ANY EXCEPTION SUPPRESSED BY A PLANNED OUTAGE,  *
003900*                NO RECONCILIATION LINE FOR THE JOB, AN OPEN    *
004000*                ALERT, A CHECKPOINT RESTART OR A STALL GAP.    *
004100*     PASS       NONE OF THE ABOVE.                             *
004200*                                                               *
004300*   THE NIGHT VERDICT IS THE WORST CANARY LINE, AND IS ALSO     *
004400*   FAIL WHEN NO CANARY IS FOUND AT ALL AND ATTENTION WHEN THE  *
004500*   REGISTRY OR ALERT MASTER CANNOT BE READ OR AN OPEN ALERT    *
004600*   IS NOT TIED TO ANY CANARY.  THE PARM NAMES THE NIGHT        *
004700*   (YYYYMMDD, DEFAULT TODAY) AND A RECONCILIATION REPORT FOR   *
004710*   ANY OTHER NIGHT IS NOT USED.  THE AUDIT-VALIDATION AND      *
004720*   RECONCILIATION REPORTS ONLY HOLD THE LATEST PANDHB RUN, SO  *
004730*   AN EARLIER NIGHT CAN ONLY BE RE-CERTIFIED AFTER THE PANDHB  *
004740*   AUDVAL AND RECON STEPS HAVE BEEN RERUN FOR IT.              *
004900*                                                               *
005000*   THE CERTIFICATE IS RECORDED ON THE NIGHT SIGN-OFF LEDGER    *
005100*   (PAND.NIGHT.SIGNOFF) FOR PANDSIGN TO SIGN OFF.  A RERUN     *
005200*   REFRESHES THE VERDICT AND COUNTS BUT NEVER TOUCHES A        *
005300*   SIGN-OFF ALREADY RECORDED; IF THE VERDICT HAS MOVED SINCE   *
005310*   THE NIGHT WAS SIGNED OFF THE CERTIFICATE SAYS SO.  A NIGHT  *
005320*   ALREADY ON THE LEDGER IS NEVER REFRESHED FROM A             *
005330*   RECONCILIATION REPORT FOR ANOTHER NIGHT - THE CERTIFICATE   *
005340*   IS PRINTED AND SAYS THE LEDGER WAS NOT UPDATED.             *
005500*   RETURN CODES: 0 PASS, 4 ATTENTION, 8 FAIL, 16 WHEN THE      *
005510*   REPORT OR THE LEDGER CANNOT BE WRITTEN OR THE LEDGER WAS    *
005520*   NOT UPDATED BECAUSE THE EVIDENCE IS FOR ANOTHER NIGHT.      *
005700*                                                               *
005800*   MODIFICATION HISTORY                                        *
005900*   DATE       INIT  DESCRIPTION                                 *
006000*   ---------- ----  --------------------------------------     *
006100*   2026-10-15  DLM  ORIGINAL VERSION.                           *
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT AVAL-FILE ASSIGN TO AVALRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-AVAL-STATUS.
006900     SELECT RECN-FILE ASSIGN TO RECNRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RECN-STATUS.
007200     SELECT AUD-FILE ASSIGN TO AUDFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-AUD-STATUS.
007500     SELECT REG-FILE ASSIGN TO REGFILE
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS PAND-REG-JOB-ID
007900         FILE STATUS IS WS-REG-STATUS.
008000     SELECT ALERT-FILE ASSIGN TO ALERTFIL
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS PAND-ALT-KEY
008400         FILE STATUS IS WS-ALT-STATUS.
008500     SELECT SGN-FILE ASSIGN TO SGNFILE
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS PAND-SGN-NIGHT
008900         FILE STATUS IS WS-SGN-STATUS.
009000     SELECT RPT-FILE ASSIGN TO RPTFILE
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-RPT-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  AVAL-FILE
009700     RECORDING MODE IS F.
009800 01  AVAL-LINE                  PIC X(80).
009900*
010000 FD  RECN-FILE
010100     RECORDING MODE IS F.
010200 01  RECN-LINE                  PIC X(80).
010300*
010400 FD  AUD-FILE
010500     RECORDING MODE IS F.
010600     COPY PANDAUD.
010700*
010800 FD  REG-FILE
010900     RECORDING MODE IS F.
011000     COPY PANDREG.
011100*
011200 FD  ALERT-FILE
011300     RECORDING MODE IS F.
011400     COPY PANDALT.
011500*
011600 FD  SGN-FILE
011700     RECORDING MODE IS F.
011800     COPY PANDSGN.
011900*
012000 FD  RPT-FILE
012100     RECORDING MODE IS F.
012200 01  RPT-LINE                   PIC X(80).
012300*
012400 WORKING-STORAGE SECTION.
012500*
012600 01  WS-SWITCHES.
012700     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
012800         88  WS-EOF                 VALUE 'Y'.
012900     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
013000         88  WS-OPEN-FAILED         VALUE 'Y'.
013100     05  WS-LEDGER-FAILED-SWITCH PIC X(01) VALUE 'N'.
013200         88  WS-LEDGER-FAILED       VALUE 'Y'.
013300     05  WS-SGNF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
013400         88  WS-SGNF-OPEN-OK        VALUE 'Y'.
013500     05  WS-SGN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
013600         88  WS-SGN-FOUND           VALUE 'Y'.
013610     05  WS-RECN-OTHER-NIGHT-SWITCH PIC X(01) VALUE 'N'.
013620         88  WS-RECN-OTHER-NIGHT    VALUE 'Y'.
013630     05  WS-LEDGER-KEPT-SWITCH  PIC X(01) VALUE 'N'.
013640         88  WS-LEDGER-KEPT         VALUE 'Y'.
013700     05  WS-REGF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
013800         88  WS-REGF-OPEN-OK        VALUE 'Y'.
013900     05  WS-ALTF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
014000         88  WS-ALTF-OPEN-OK        VALUE 'Y'.
014100     05  WS-AUD-OK-SWITCH       PIC X(01) VALUE 'N'.
014200         88  WS-AUD-OK              VALUE 'Y'.
014300     05  WS-AVAL-FOUND-SWITCH   PIC X(01) VALUE 'N'.
014400         88  WS-AVAL-FOUND          VALUE 'Y'.
014500     05  WS-AVAL-FAILED-SWITCH  PIC X(01) VALUE 'N'.
014600         88  WS-AVAL-FAILED         VALUE 'Y'.
014700     05  WS-AVAL-SUPPR-SWITCH   PIC X(01) VALUE 'N'.
014800         88  WS-AVAL-SUPPRESSED     VALUE 'Y'.
014900     05  WS-RECN-FOUND-SWITCH   PIC X(01) VALUE 'N'.
015000         88  WS-RECN-FOUND          VALUE 'Y'.
015100     05  WS-CAN-ADD-SWITCH      PIC X(01) VALUE 'N'.
015200         88  WS-CAN-ADD-ALLOWED     VALUE 'Y'.
015300     05  WS-CAN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
015400         88  WS-CAN-FOUND           VALUE 'Y'.
015500     05  WS-CAN-FULL-SWITCH     PIC X(01) VALUE 'N'.
015600         88  WS-CAN-TABLE-FULL      VALUE 'Y'.
015700*
015800 01  WS-FILE-STATUSES.
015900     05  WS-AVAL-STATUS         PIC X(02) VALUE '00'.
016000     05  WS-RECN-STATUS         PIC X(02) VALUE '00'.
016100     05  WS-AUD-STATUS          PIC X(02) VALUE '00'.
016200     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
016300     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
016400     05  WS-SGN-STATUS          PIC X(02) VALUE '00'.
016500     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
016600*
016700 01  WS-COUNTERS.
016800     05  WS-AUD-RECORD-COUNT    PIC 9(07) COMP VALUE 0.
016900     05  WS-ACTIVE-REG-COUNT    PIC 9(05) COMP VALUE 0.
017000     05  WS-OPEN-ALERT-COUNT    PIC 9(05) COMP VALUE 0.
017100     05  WS-OTHER-ALERT-COUNT   PIC 9(05) COMP VALUE 0.
017200     05  WS-AVAL-OTHER-COUNT    PIC 9(05) COMP VALUE 0.
017300     05  WS-PASS-COUNT          PIC 9(03) COMP VALUE 0.
017400     05  WS-ATTN-COUNT          PIC 9(03) COMP VALUE 0.
017500     05  WS-FAIL-COUNT          PIC 9(03) COMP VALUE 0.
017600*
017700 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
017800 01  WS-GAP-THRESHOLD-SECONDS   PIC 9(05) VALUE 00300.
017900*
018000 01  WS-TIMESTAMP-FIELDS.
018100     05  WS-TS-DATE             PIC 9(08).
018200     05  WS-TS-TIME             PIC 9(08).
018300 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
018400*
018500 01  WS-NIGHT-FIELDS.
018600     05  WS-NIGHT-DATE          PIC 9(08) VALUE 0.
018700     05  WS-NIGHT-VERDICT       PIC X(01) VALUE 'P'.
018800     05  WS-NIGHT-REASON        PIC X(40) VALUE SPACES.
018900     05  WS-RECN-NIGHT          PIC X(08) VALUE SPACES.
019000     05  WS-AVAL-EXC-TEXT       PIC X(09) VALUE SPACES.
019100     05  WS-RECN-JOBS-TEXT      PIC X(05) VALUE SPACES.
019200     05  WS-RECN-LAST-SUB       PIC 9(03) COMP VALUE 0.
019300*
019400 01  WS-GRADE-FIELDS.
019500     05  WS-NEW-GRADE           PIC X(01) VALUE SPACE.
019600     05  WS-NEW-REASON          PIC X(40) VALUE SPACES.
019700     05  WS-NEW-RECN-TEXT       PIC X(14) VALUE SPACES.
019800     05  WS-NEW-SUPPR           PIC X(01) VALUE 'N'.
019900     05  WS-VERDICT-WORD        PIC X(09) VALUE SPACES.
020000*
020100 01  WS-GAP-FIELDS.
020200     05  WS-CURR-DATE           PIC 9(08) VALUE 0.
020300     05  WS-CURR-HH             PIC 9(02) VALUE 0.
020400     05  WS-CURR-MM             PIC 9(02) VALUE 0.
020500     05  WS-CURR-SS             PIC 9(02) VALUE 0.
020600     05  WS-CURR-SECS-OF-DAY    PIC 9(05) COMP VALUE 0.
020700     05  WS-ELAPSED-SECONDS     PIC 9(07) COMP VALUE 0.
020800*
020900 01  WS-CANARY-TABLE-FIELDS.
021000     05  WS-CAN-MAX             PIC 9(03) COMP VALUE 100.
021100     05  WS-CAN-COUNT           PIC 9(03) COMP VALUE 0.
021200     05  WS-CAN-LOOKUP-ID       PIC X(08) VALUE SPACES.
021300     05  WS-CAN-ENTRY OCCURS 100 TIMES
021400             INDEXED BY CN-IX.
021500         10  WS-CN-JOB-ID       PIC X(08).
021600         10  WS-CN-REG-FLAG     PIC X(01).
021700         10  WS-CN-AUD-RECS     PIC 9(07) COMP.
021800         10  WS-CN-AVAL-EXC     PIC 9(05) COMP.
021900         10  WS-CN-RECN-TEXT    PIC X(14).
022000         10  WS-CN-RECN-GRADE   PIC X(01).
022100         10  WS-CN-RECN-SUPPR   PIC X(01).
022200         10  WS-CN-RESTARTS     PIC 9(05) COMP.
022300         10  WS-CN-STALLS       PIC 9(05) COMP.
022400         10  WS-CN-PREV-DATE    PIC 9(08).
022500         10  WS-CN-PREV-SECS    PIC 9(05) COMP.
022600         10  WS-CN-PREV-TYPE    PIC X(01).
022700         10  WS-CN-OPEN-ALERTS  PIC 9(05) COMP.
022800         10  WS-CN-CRIT-ALERTS  PIC 9(05) COMP.
022900         10  WS-CN-VERDICT      PIC X(01).
023000         10  WS-CN-REASON       PIC X(40).
023100*
023200 01  WS-DISPLAY-COUNTS.
023300     05  WS-AUD-RECORD-COUNT-D  PIC 9(07).
023400     05  WS-ACTIVE-REG-COUNT-D  PIC 9(05).
023500     05  WS-OPEN-ALERT-COUNT-D  PIC 9(05).
023600     05  WS-OTHER-ALERT-COUNT-D PIC 9(05).
023700     05  WS-CAN-COUNT-D         PIC 9(03).
023800     05  WS-PASS-COUNT-D        PIC 9(03).
023900     05  WS-ATTN-COUNT-D        PIC 9(03).
024000     05  WS-FAIL-COUNT-D        PIC 9(03).
024100*
024200 01  WS-REPORT-LINES.
024300     05  WS-HDR1                PIC X(80) VALUE
024400         "PANDORA HEARTBEAT - NIGHT CERTIFICATE".
024500     05  WS-HDR2                PIC X(80) VALUE
024600         "=====================================".
024700*
024800 01  WS-CANARY-COL-HDR.
024900     05  FILLER                 PIC X(40) VALUE
025000         "JOB ID   VERDICT   AVAL RECON          ".
025100     05  FILLER                 PIC X(40) VALUE
025200         "RST STL OPN REASON".
025300*
025400 01  WS-CANARY-DETAIL-LINE.
025500     05  WS-CDL-JOB-ID          PIC X(08).
025600     05  FILLER                 PIC X(01) VALUE SPACE.
025700     05  WS-CDL-VERDICT         PIC X(09).
025800     05  FILLER                 PIC X(01) VALUE SPACE.
025900     05  WS-CDL-AVAL            PIC ZZZ9.
026000     05  FILLER                 PIC X(01) VALUE SPACE.
026100     05  WS-CDL-RECON           PIC X(14).
026200     05  FILLER                 PIC X(02) VALUE SPACES.
026300     05  WS-CDL-RESTARTS        PIC ZZ9.
026400     05  FILLER                 PIC X(01) VALUE SPACE.
026500     05  WS-CDL-STALLS          PIC ZZ9.
026600     05  FILLER                 PIC X(01) VALUE SPACE.
026700     05  WS-CDL-OPEN            PIC ZZ9.
026800     05  FILLER                 PIC X(01) VALUE SPACE.
026900     05  WS-CDL-REASON          PIC X(28).
027000*
027100 LINKAGE SECTION.
027200 01  LS-PARM-FIELD.
027300     05  LS-PARM-LEN            PIC S9(04) COMP.
027400     05  LS-PARM-TEXT           PIC X(08).
027500*
027600 PROCEDURE DIVISION USING LS-PARM-FIELD.
027700*
027800 0000-MAIN-PARA.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028000     IF WS-OPEN-FAILED
028100         GO TO 9000-TERMINATE
028200     END-IF.
028300     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
028400     PERFORM 1400-LOAD-AUDIT-GENERATION THRU 1400-EXIT.
028500     PERFORM 1600-READ-AUDVAL-REPORT THRU 1600-EXIT.
028600     PERFORM 1700-READ-RECON-REPORT THRU 1700-EXIT.
028700     PERFORM 1800-LOAD-OPEN-ALERTS THRU 1800-EXIT.
028800     PERFORM 2000-GRADE-ONE-CANARY THRU 2000-EXIT
028900         VARYING CN-IX FROM 1 BY 1
029000         UNTIL CN-IX > WS-CAN-COUNT.
029100     PERFORM 3000-SET-NIGHT-VERDICT THRU 3000-EXIT.
029200     PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT.
029300     PERFORM 5000-UPDATE-LEDGER THRU 5000-EXIT.
029400     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
029500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029600     GO TO 9999-EXIT.
029700*
029800*****************************************************************
029900*    1000-INITIALIZE - PICK UP THE NIGHT DATE FROM THE PARM     *
030000*    (DEFAULT TODAY), STAMP THE RUN AND OPEN THE REPORT AND     *
030100*    THE SIGN-OFF LEDGER.  A REPORT THAT WILL NOT OPEN          *
030200*    ABANDONS THE RUN; A LEDGER THAT WILL NOT OPEN IS           *
030300*    DIAGNOSED AND THE CERTIFICATE IS STILL PRINTED, BUT THE    *
030400*    RUN ENDS RC 16 BECAUSE THE NIGHT WAS NOT RECORDED.         *
030500*****************************************************************
030600 1000-INITIALIZE.
030700     MOVE LS-PARM-LEN TO WS-PARM-LEN.
030800     IF WS-PARM-LEN = 8
030900         AND LS-PARM-TEXT NUMERIC
031000         MOVE LS-PARM-TEXT TO WS-NIGHT-DATE
031100     ELSE
031200         IF WS-PARM-LEN > 0
031300             DISPLAY "PANDORA CERTIFY - PARM NOT A YYYYMMDD "
031400                 "NIGHT DATE - USING TODAY"
031500         END-IF
031600         ACCEPT WS-NIGHT-DATE FROM DATE YYYYMMDD
031700     END-IF.
031800     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
031900     ACCEPT WS-TS-TIME FROM TIME.
032000     STRING WS-TS-DATE       DELIMITED BY SIZE
032100             "-"             DELIMITED BY SIZE
032200             WS-TS-TIME(1:6) DELIMITED BY SIZE
032300         INTO WS-NOW-STAMP.
032400     OPEN OUTPUT RPT-FILE.
032500     IF WS-RPT-STATUS NOT = '00'
032600         DISPLAY "PANDORA CERTIFY - REPORT FILE OPEN FAILED - "
032700             "STATUS " WS-RPT-STATUS
032800         SET WS-OPEN-FAILED TO TRUE
032900         GO TO 1000-EXIT
033000     END-IF.
033100     OPEN I-O SGN-FILE.
033200     IF WS-SGN-STATUS = '00'
033300         SET WS-SGNF-OPEN-OK TO TRUE
033400     ELSE
033500         DISPLAY "PANDORA CERTIFY - SIGN-OFF LEDGER OPEN FAILED "
033600             "- STATUS " WS-SGN-STATUS
033700             " - NIGHT WILL NOT BE RECORDED"
033800         SET WS-LEDGER-FAILED TO TRUE
033900     END-IF.
034000 1000-EXIT.
034100     EXIT.
034200*
034300*****************************************************************
034400*    1200-LOAD-REGISTRY - EVERY ACTIVE REGISTRY ENTRY WHOSE     *
034500*    LIVE DATE HAS BEEN REACHED BY THE NIGHT DATE IS A CANARY   *
034600*    THAT WAS DUE TO BEAT.  A LIVE DATE THAT IS NOT NUMERIC IS  *
034700*    TAKEN AS ALREADY LIVE, AS THE RECONCILIATION TAKES IT.  A  *
034800*    REGISTRY THAT WILL NOT OPEN IS DIAGNOSED AND THE NIGHT IS  *
034900*    CERTIFIED FROM WHAT THE OTHER SOURCES SHOW.                *
035000*****************************************************************
035100 1200-LOAD-REGISTRY.
035200     OPEN INPUT REG-FILE.
035300     IF WS-REG-STATUS NOT = '00'
035400         DISPLAY "PANDORA CERTIFY - REGISTRY OPEN FAILED - "
035500             "STATUS " WS-REG-STATUS
035600         GO TO 1200-EXIT
035700     END-IF.
035800     SET WS-REGF-OPEN-OK TO TRUE.
035900     MOVE 'N' TO WS-EOF-SWITCH.
036000     PERFORM 1250-LOAD-ONE-REGISTRATION THRU 1250-EXIT
036100         UNTIL WS-EOF.
036200     CLOSE REG-FILE.
036300 1200-EXIT.
036400     EXIT.
036500*
036510*****************************************************************
036520*    1250-LOAD-ONE-REGISTRATION - READ ONE REGISTRY ENTRY AND   *
036530*    ADD IT AS A CANARY WHEN IT IS ACTIVE AND LIVE BY THE NIGHT *
036540*    DATE.                                                      *
036550*****************************************************************
036600 1250-LOAD-ONE-REGISTRATION.
036700     READ REG-FILE
036800         AT END
036900             SET WS-EOF TO TRUE
037000             GO TO 1250-EXIT
037100     END-READ.
037200     IF WS-REG-STATUS NOT = '00'
037300         DISPLAY "PANDORA CERTIFY - REGISTRY READ FAILED - "
037400             "STATUS " WS-REG-STATUS
037500         SET WS-EOF TO TRUE
037600         GO TO 1250-EXIT
037700     END-IF.
037800     IF NOT PAND-REG-ACTIVE
037900         GO TO 1250-EXIT
038000     END-IF.
038100     IF PAND-REG-LIVE-DATE NUMERIC
038200         AND PAND-REG-LIVE-DATE > WS-NIGHT-DATE
038300         GO TO 1250-EXIT
038400     END-IF.
038500     ADD 1 TO WS-ACTIVE-REG-COUNT.
038600     MOVE PAND-REG-JOB-ID TO WS-CAN-LOOKUP-ID.
038700     SET WS-CAN-ADD-ALLOWED TO TRUE.
038800     PERFORM 7000-FIND-CANARY THRU 7000-EXIT.
038900     IF WS-CAN-FOUND
039000         MOVE 'Y' TO WS-CN-REG-FLAG (CN-IX)
039100     END-IF.
039200 1250-EXIT.
039300     EXIT.
039400*
039500*****************************************************************
039600*    1400-LOAD-AUDIT-GENERATION - READ THE NIGHT'S AUDIT        *
039700*    GENERATION, COUNTING EACH CANARY'S RECORDS, ITS            *
039800*    CHECKPOINT RESTARTS ('K') AND ITS STALL GAPS.  A JOB NOT   *
039900*    ALREADY KNOWN FROM THE REGISTRY IS ADDED AS A CANARY.  A   *
040000*    GENERATION THAT WILL NOT OPEN OR READ TO THE END FAILS     *
040100*    EVERY CANARY - A NIGHT WHOSE DURABLE RECORD CANNOT BE      *
040200*    READ IS NEVER CERTIFIED GOOD.                              *
040300*****************************************************************
040400 1400-LOAD-AUDIT-GENERATION.
040500     OPEN INPUT AUD-FILE.
040600     IF WS-AUD-STATUS NOT = '00'
040700         DISPLAY "PANDORA CERTIFY - AUDIT GENERATION OPEN FAILED "
040800             "- STATUS " WS-AUD-STATUS
040900         GO TO 1400-EXIT
041000     END-IF.
041100     SET WS-AUD-OK TO TRUE.
041200     MOVE 'N' TO WS-EOF-SWITCH.
041300     PERFORM 1450-LOAD-ONE-AUDIT THRU 1450-EXIT
041400         UNTIL WS-EOF.
041500     CLOSE AUD-FILE.
041600 1400-EXIT.
041700     EXIT.
041800*
041810*****************************************************************
041820*    1450-LOAD-ONE-AUDIT - READ ONE AUDIT RECORD, COUNT IT      *
041830*    AGAINST ITS CANARY (ADDING THE CANARY WHEN NEW) AND TALLY  *
041840*    ITS RESTARTS AND STALL GAPS.                               *
041850*****************************************************************
041900 1450-LOAD-ONE-AUDIT.
042000     READ AUD-FILE
042100         AT END
042200             SET WS-EOF TO TRUE
042300             GO TO 1450-EXIT
042400     END-READ.
042500     IF WS-AUD-STATUS NOT = '00'
042600         DISPLAY "PANDORA CERTIFY - AUDIT READ FAILED - STATUS "
042700             WS-AUD-STATUS
042800         MOVE 'N' TO WS-AUD-OK-SWITCH
042900         SET WS-EOF TO TRUE
043000         GO TO 1450-EXIT
043100     END-IF.
043200     ADD 1 TO WS-AUD-RECORD-COUNT.
043300     MOVE PAND-AUD-JOB-ID TO WS-CAN-LOOKUP-ID.
043400     SET WS-CAN-ADD-ALLOWED TO TRUE.
043500     PERFORM 7000-FIND-CANARY THRU 7000-EXIT.
043600     IF NOT WS-CAN-FOUND
043700         GO TO 1450-EXIT
043800     END-IF.
043900     ADD 1 TO WS-CN-AUD-RECS (CN-IX).
044000     IF PAND-AUD-RESTART
044100         ADD 1 TO WS-CN-RESTARTS (CN-IX)
044200     END-IF.
044300     PERFORM 1480-CHECK-FOR-GAP THRU 1480-EXIT.
044400 1450-EXIT.
044500     EXIT.
044600*
044700*****************************************************************
044800*    1480-CHECK-FOR-GAP - THE FLEET REPORT'S STALL-GAP TEST:    *
044900*    COMPARE THIS RECORD'S TIMESTAMP TO THE SAME JOB'S          *
045000*    PREVIOUS ONE, CARRYING AN ELAPSED TIME ACROSS ONE          *
045100*    MIDNIGHT, AND COUNT A GAP OVER THE THRESHOLD.  NO GAP IS   *
045200*    COUNTED AFTER A PAUSE, NOR AFTER AN INTERVAL SUMMARY       *
045300*    UNLESS ANOTHER SUMMARY FOLLOWS IT; A SUMMARY'S INTERVAL    *
045400*    END IS WHERE THE NEXT GAP IS MEASURED FROM.                *
045500*****************************************************************
045600 1480-CHECK-FOR-GAP.
045700     IF PAND-AUD-TIMESTAMP(1:8) NOT NUMERIC
045800         OR PAND-AUD-TIMESTAMP(10:6) NOT NUMERIC
045900         GO TO 1480-EXIT
046000     END-IF.
046100     MOVE PAND-AUD-TIMESTAMP(1:8) TO WS-CURR-DATE.
046200     MOVE PAND-AUD-TIMESTAMP(10:2) TO WS-CURR-HH.
046300     MOVE PAND-AUD-TIMESTAMP(12:2) TO WS-CURR-MM.
046400     MOVE PAND-AUD-TIMESTAMP(14:2) TO WS-CURR-SS.
046500     COMPUTE WS-CURR-SECS-OF-DAY =
046600         (WS-CURR-HH * 3600) + (WS-CURR-MM * 60) + WS-CURR-SS.
046700*
046800     IF WS-CN-PREV-DATE (CN-IX) > 0
046900         AND WS-CN-PREV-TYPE (CN-IX) NOT = 'P'
047000         AND (WS-CN-PREV-TYPE (CN-IX) NOT = 'S'
047100             OR PAND-AUD-TYPE = 'S')
047200         IF WS-CURR-DATE = WS-CN-PREV-DATE (CN-IX)
047300             IF WS-CURR-SECS-OF-DAY > WS-CN-PREV-SECS (CN-IX)
047400                 AND (WS-CURR-SECS-OF-DAY
047500                     - WS-CN-PREV-SECS (CN-IX))
047600                     > WS-GAP-THRESHOLD-SECONDS
047700                 ADD 1 TO WS-CN-STALLS (CN-IX)
047800             END-IF
047900         ELSE
048000             COMPUTE WS-ELAPSED-SECONDS =
048100                 (86400 - WS-CN-PREV-SECS (CN-IX))
048200                 + WS-CURR-SECS-OF-DAY
048300             IF WS-ELAPSED-SECONDS > WS-GAP-THRESHOLD-SECONDS
048400                 ADD 1 TO WS-CN-STALLS (CN-IX)
048500             END-IF
048600         END-IF
048700     END-IF.
048800*
048900     MOVE WS-CURR-DATE TO WS-CN-PREV-DATE (CN-IX).
049000     MOVE WS-CURR-SECS-OF-DAY TO WS-CN-PREV-SECS (CN-IX).
049100     IF PAND-AUD-TYPE = 'S'
049200         AND PAND-AUD-SUM-END-STAMP(1:8) NUMERIC
049300         AND PAND-AUD-SUM-END-STAMP(10:6) NUMERIC
049400         MOVE PAND-AUD-SUM-END-STAMP(1:8)
049500             TO WS-CN-PREV-DATE (CN-IX)
049600         MOVE PAND-AUD-SUM-END-STAMP(10:2) TO WS-CURR-HH
049700         MOVE PAND-AUD-SUM-END-STAMP(12:2) TO WS-CURR-MM
049800         MOVE PAND-AUD-SUM-END-STAMP(14:2) TO WS-CURR-SS
049900         COMPUTE WS-CURR-SECS-OF-DAY =
050000             (WS-CURR-HH * 3600) + (WS-CURR-MM * 60)
050100             + WS-CURR-SS
050200         MOVE WS-CURR-SECS-OF-DAY
050300             TO WS-CN-PREV-SECS (CN-IX)
050400     END-IF.
050500     MOVE PAND-AUD-TYPE TO WS-CN-PREV-TYPE (CN-IX).
050600 1480-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*    1600-READ-AUDVAL-REPORT - PICK THE NIGHT'S AUDIT           *
051100*    VALIDATION RESULT OFF ITS REPORT: THE GENERATION VERDICT   *
051200*    LINE, THE EXCEPTION COUNT, WHETHER THE ALERT WAS           *
051300*    SUPPRESSED BY A PLANNED OUTAGE, AND EACH EXCEPTION LINE    *
051400*    ('REC NNNNNNNNN  JOB XXXXXXXX ...') AGAINST ITS CANARY.    *
051500*    NO VERDICT LINE - THE REPORT MISSING, EMPTY OR CUT SHORT   *
051600*    - MEANS NO RESULT, WHICH FAILS EVERY CANARY.               *
051700*****************************************************************
051800 1600-READ-AUDVAL-REPORT.
051900     OPEN INPUT AVAL-FILE.
052000     IF WS-AVAL-STATUS NOT = '00'
052100         DISPLAY "PANDORA CERTIFY - AUDIT VALIDATION REPORT OPEN "
052200             "FAILED - STATUS " WS-AVAL-STATUS
052300         GO TO 1600-EXIT
052400     END-IF.
052500     MOVE 'N' TO WS-EOF-SWITCH.
052600     PERFORM 1650-READ-ONE-AUDVAL-LINE THRU 1650-EXIT
052700         UNTIL WS-EOF.
052800     CLOSE AVAL-FILE.
052900 1600-EXIT.
053000     EXIT.
053100*
053110*****************************************************************
053120*    1650-READ-ONE-AUDVAL-LINE - READ ONE LINE OF THE AUDIT     *
053130*    VALIDATION REPORT AND PICK UP THE EXCEPTION LINES, THE     *
053140*    GENERATION VERDICT AND ANY OUTAGE SUPPRESSION IT CARRIES.  *
053150*****************************************************************
053200 1650-READ-ONE-AUDVAL-LINE.
053300     READ AVAL-FILE
053400         AT END
053500             SET WS-EOF TO TRUE
053600             GO TO 1650-EXIT
053700     END-READ.
053800     IF WS-AVAL-STATUS NOT = '00'
053900         DISPLAY "PANDORA CERTIFY - AUDIT VALIDATION REPORT READ "
054000             "FAILED - STATUS " WS-AVAL-STATUS
054100         MOVE 'N' TO WS-AVAL-FOUND-SWITCH
054200         SET WS-EOF TO TRUE
054300         GO TO 1650-EXIT
054400     END-IF.
054500     EVALUATE TRUE
054600         WHEN AVAL-LINE(1:4) = "REC "
054700             AND AVAL-LINE(14:6) = "  JOB "
054800             MOVE AVAL-LINE(20:8) TO WS-CAN-LOOKUP-ID
054900             MOVE 'N' TO WS-CAN-ADD-SWITCH
055000             PERFORM 7000-FIND-CANARY THRU 7000-EXIT
055100             IF WS-CAN-FOUND
055200                 ADD 1 TO WS-CN-AVAL-EXC (CN-IX)
055300             ELSE
055400                 ADD 1 TO WS-AVAL-OTHER-COUNT
055500             END-IF
055600         WHEN AVAL-LINE(1:31) = "EXCEPTIONS FOUND . . . . . . : "
055700             MOVE AVAL-LINE(32:9) TO WS-AVAL-EXC-TEXT
055800         WHEN AVAL-LINE(1:19) = "GENERATION IS CLEAN"
055900             SET WS-AVAL-FOUND TO TRUE
056000             MOVE 'N' TO WS-AVAL-FAILED-SWITCH
056100         WHEN AVAL-LINE(1:28) = "GENERATION FAILED VALIDATION"
056200             SET WS-AVAL-FOUND TO TRUE
056300             SET WS-AVAL-FAILED TO TRUE
056400         WHEN AVAL-LINE(1:33) =
056500             "ALERT SUPPRESSED - PLANNED OUTAGE"
056600             SET WS-AVAL-SUPPRESSED TO TRUE
056700         WHEN OTHER
056800             CONTINUE
056900     END-EVALUATE.
057000 1650-EXIT.
057100     EXIT.
057200*
057300*****************************************************************
057400*    1700-READ-RECON-REPORT - PICK THE NIGHT'S RECONCILIATION   *
057500*    OUTCOME OFF ITS REPORT.  EACH JOB DETAIL LINE AND EACH     *
057600*    REGISTRY EXCEPTION LINE GRADES ITS CANARY; A DETAIL OR     *
057700*    REGISTRY EXCEPTION SUPPRESSED BY A PLANNED OUTAGE IS       *
057800*    ATTENTION AT WORST.  THE 'JOBS RECONCILED' SUMMARY LINE    *
057900*    SAYS THE RECONCILIATION RAN TO THE END.  A REPORT WHOSE    *
058000*    NIGHT LINE NAMES A DIFFERENT NIGHT IS SET ASIDE AS NO      *
058100*    RESULT, SO A STALE REPORT NEVER SIGNS A NIGHT OFF.         *
058200*****************************************************************
058300 1700-READ-RECON-REPORT.
058400     OPEN INPUT RECN-FILE.
058500     IF WS-RECN-STATUS NOT = '00'
058600         DISPLAY "PANDORA CERTIFY - RECONCILIATION REPORT OPEN "
058700             "FAILED - STATUS " WS-RECN-STATUS
058800         GO TO 1700-EXIT
058900     END-IF.
059000     MOVE 'N' TO WS-EOF-SWITCH.
059100     PERFORM 1750-READ-ONE-RECON-LINE THRU 1750-EXIT
059200         UNTIL WS-EOF.
059300     CLOSE RECN-FILE.
059400     IF WS-RECN-NIGHT NOT = WS-NIGHT-DATE
059500         DISPLAY "PANDORA CERTIFY - RECONCILIATION REPORT IS FOR "
059600             "NIGHT " WS-RECN-NIGHT " - NOT USED"
059700         MOVE 'N' TO WS-RECN-FOUND-SWITCH
059710         SET WS-RECN-OTHER-NIGHT TO TRUE
059800         PERFORM 1790-CLEAR-RECON-GRADE THRU 1790-EXIT
059900             VARYING CN-IX FROM 1 BY 1
060000             UNTIL CN-IX > WS-CAN-COUNT
060100     END-IF.
060200 1700-EXIT.
060300     EXIT.
060400*
060410*****************************************************************
060420*    1750-READ-ONE-RECON-LINE - READ ONE LINE OF THE            *
060430*    RECONCILIATION REPORT AND GRADE EACH JOB DETAIL, REGISTRY  *
060440*    EXCEPTION AND SUPPRESSION LINE AGAINST ITS CANARY.         *
060450*****************************************************************
060500 1750-READ-ONE-RECON-LINE.
060600     READ RECN-FILE
060700         AT END
060800             SET WS-EOF TO TRUE
060900             GO TO 1750-EXIT
061000     END-READ.
061100     IF WS-RECN-STATUS NOT = '00'
061200         DISPLAY "PANDORA CERTIFY - RECONCILIATION REPORT READ "
061300             "FAILED - STATUS " WS-RECN-STATUS
061400         MOVE 'N' TO WS-RECN-FOUND-SWITCH
061500         SET WS-EOF TO TRUE
061600         GO TO 1750-EXIT
061700     END-IF.
061800     EVALUATE TRUE
061900         WHEN RECN-LINE(1:6) = "NIGHT "
062000             MOVE RECN-LINE(7:8) TO WS-RECN-NIGHT
062100         WHEN RECN-LINE(1:4) = "JOB "
062200             AND RECN-LINE(17:5) = " EXP "
062300             MOVE RECN-LINE(61:14) TO WS-NEW-RECN-TEXT
062400             MOVE 'N' TO WS-NEW-SUPPR
062500             EVALUATE WS-NEW-RECN-TEXT
062600                 WHEN "MATCH"
062700                     MOVE 'P' TO WS-NEW-GRADE
062800                 WHEN "NO CHECKPOINT"
062900                 WHEN "CKPT DIFFERS"
063000                     MOVE 'A' TO WS-NEW-GRADE
063100                 WHEN OTHER
063200                     MOVE 'F' TO WS-NEW-GRADE
063300             END-EVALUATE
063400             PERFORM 1770-APPLY-RECON-GRADE THRU 1770-EXIT
063500         WHEN RECN-LINE(1:4) = "JOB "
063600             AND RECN-LINE(14:10) = "REGISTERED"
063700             MOVE "NOT SEEN" TO WS-NEW-RECN-TEXT
063800             MOVE 'F' TO WS-NEW-GRADE
063900             MOVE 'N' TO WS-NEW-SUPPR
064000             PERFORM 1760-CHECK-REG-SUPPRESSED THRU 1760-EXIT
064100             PERFORM 1770-APPLY-RECON-GRADE THRU 1770-EXIT
064200         WHEN RECN-LINE(1:4) = "JOB "
064300             AND RECN-LINE(14:13) = "AUDIT PRESENT"
064400             IF RECN-LINE(30:12) = "REGISTRATION"
064500                 MOVE "REG RETIRED" TO WS-NEW-RECN-TEXT
064600             ELSE
064700                 MOVE "NOT REGISTERED" TO WS-NEW-RECN-TEXT
064800             END-IF
064900             MOVE 'A' TO WS-NEW-GRADE
065000             MOVE 'N' TO WS-NEW-SUPPR
065100             PERFORM 1760-CHECK-REG-SUPPRESSED THRU 1760-EXIT
065200             PERFORM 1770-APPLY-RECON-GRADE THRU 1770-EXIT
065300         WHEN RECN-LINE(1:31) = "    SUPPRESSED - PLANNED OUTAGE"
065400             PERFORM 1780-SUPPRESS-LAST-DETAIL THRU 1780-EXIT
065500         WHEN RECN-LINE(1:31) = "JOBS RECONCILED. . . . . . . : "
065600             SET WS-RECN-FOUND TO TRUE
065700             MOVE RECN-LINE(32:5) TO WS-RECN-JOBS-TEXT
065800         WHEN OTHER
065900             CONTINUE
066000     END-EVALUATE.
066100 1750-EXIT.
066200     EXIT.
066300*
066400*****************************************************************
066500*    1760-CHECK-REG-SUPPRESSED - A REGISTRY EXCEPTION INSIDE A  *
066600*    PLANNED OUTAGE IS MARKED ON ITS LINE; IT IS THEN           *
066700*    ATTENTION, NOT FAIL.                                       *
066800*****************************************************************
066900 1760-CHECK-REG-SUPPRESSED.
067000     IF RECN-LINE(55:21) = "- SUPPRESSED (OUTAGE)"
067100         MOVE 'A' TO WS-NEW-GRADE
067200         MOVE 'Y' TO WS-NEW-SUPPR
067300     END-IF.
067400 1760-EXIT.
067500     EXIT.
067600*
067700*****************************************************************
067800*    1770-APPLY-RECON-GRADE - FILE A RECONCILIATION GRADE       *
067900*    AGAINST THE CANARY NAMED IN COLUMNS 5-12, KEEPING THE      *
068000*    WORST GRADE (AND ITS TEXT) WHEN A JOB HAS BOTH A DETAIL    *
068100*    LINE AND A REGISTRY EXCEPTION.  THE ENTRY IS REMEMBERED    *
068200*    SO A SUPPRESSION LINE UNDER THE DETAIL CAN FIND IT.        *
068300*****************************************************************
068400 1770-APPLY-RECON-GRADE.
068500     MOVE 0 TO WS-RECN-LAST-SUB.
068600     MOVE RECN-LINE(5:8) TO WS-CAN-LOOKUP-ID.
068700     SET WS-CAN-ADD-ALLOWED TO TRUE.
068800     PERFORM 7000-FIND-CANARY THRU 7000-EXIT.
068900     IF NOT WS-CAN-FOUND
069000         GO TO 1770-EXIT
069100     END-IF.
069200     SET WS-RECN-LAST-SUB TO CN-IX.
069300     IF (WS-NEW-GRADE = 'F'
069400             AND WS-CN-RECN-GRADE (CN-IX) NOT = 'F')
069500         OR (WS-NEW-GRADE = 'A'
069600             AND WS-CN-RECN-GRADE (CN-IX) NOT = 'F'
069700             AND WS-CN-RECN-GRADE (CN-IX) NOT = 'A')
069800         OR (WS-NEW-GRADE = 'P'
069900             AND WS-CN-RECN-GRADE (CN-IX) = SPACE)
070000         MOVE WS-NEW-GRADE TO WS-CN-RECN-GRADE (CN-IX)
070100         MOVE WS-NEW-RECN-TEXT TO WS-CN-RECN-TEXT (CN-IX)
070200         MOVE WS-NEW-SUPPR TO WS-CN-RECN-SUPPR (CN-IX)
070300     END-IF.
070400 1770-EXIT.
070500     EXIT.
070600*
070700*****************************************************************
070800*    1780-SUPPRESS-LAST-DETAIL - THE RECONCILIATION PRINTS A    *
070900*    SUPPRESSION LINE UNDER A DETAIL WHOSE EXCEPTION FELL       *
071000*    INSIDE A PLANNED OUTAGE; A FAIL FROM THAT DETAIL BECOMES   *
071100*    ATTENTION.                                                 *
071200*****************************************************************
071300 1780-SUPPRESS-LAST-DETAIL.
071400     IF WS-RECN-LAST-SUB = 0
071500         GO TO 1780-EXIT
071600     END-IF.
071700     SET CN-IX TO WS-RECN-LAST-SUB.
071800     MOVE 'Y' TO WS-CN-RECN-SUPPR (CN-IX).
071900     IF WS-CN-RECN-GRADE (CN-IX) = 'F'
072000         MOVE 'A' TO WS-CN-RECN-GRADE (CN-IX)
072100     END-IF.
072200 1780-EXIT.
072300     EXIT.
072400*
072410*****************************************************************
072420*    1790-CLEAR-RECON-GRADE - CLEAR THE RECONCILIATION GRADE,   *
072430*    TEXT AND SUPPRESSION FLAG OF THE CANARY CN-IX POINTS AT.   *
072440*****************************************************************
072500 1790-CLEAR-RECON-GRADE.
072600     MOVE SPACE TO WS-CN-RECN-GRADE (CN-IX).
072700     MOVE SPACES TO WS-CN-RECN-TEXT (CN-IX).
072800     MOVE 'N' TO WS-CN-RECN-SUPPR (CN-IX).
072900 1790-EXIT.
073000     EXIT.
073100*
073200*****************************************************************
073300*    1800-LOAD-OPEN-ALERTS - COUNT THE ALERTS STILL OPEN ON THE *
073400*    ALERT MASTER AGAINST THEIR CANARIES, CRITICAL ONES         *
073500*    SEPARATELY.  AN OPEN ALERT FOR AN ID THAT IS NOT A CANARY  *
073600*    TONIGHT (THE WATCHDOG'S, THE VALIDATION'S *AUDGEN) IS      *
073700*    COUNTED FOR THE NIGHT AS A WHOLE.  AN ALERT MASTER THAT    *
073800*    WILL NOT OPEN IS DIAGNOSED.                                *
073900*****************************************************************
074000 1800-LOAD-OPEN-ALERTS.
074100     OPEN INPUT ALERT-FILE.
074200     IF WS-ALT-STATUS NOT = '00'
074300         DISPLAY "PANDORA CERTIFY - ALERT MASTER OPEN FAILED - "
074400             "STATUS " WS-ALT-STATUS
074500         GO TO 1800-EXIT
074600     END-IF.
074700     SET WS-ALTF-OPEN-OK TO TRUE.
074800     MOVE 'N' TO WS-EOF-SWITCH.
074900     PERFORM 1850-LOAD-ONE-ALERT THRU 1850-EXIT
075000         UNTIL WS-EOF.
075100     CLOSE ALERT-FILE.
075200 1800-EXIT.
075300     EXIT.
075400*
075410*****************************************************************
075420*    1850-LOAD-ONE-ALERT - READ ONE ALERT AND, WHEN IT IS STILL *
075430*    OPEN, COUNT IT AGAINST ITS CANARY OR AGAINST THE NIGHT AS  *
075440*    A WHOLE.                                                   *
075450*****************************************************************
075500 1850-LOAD-ONE-ALERT.
075600     READ ALERT-FILE
075700         AT END
075800             SET WS-EOF TO TRUE
075900             GO TO 1850-EXIT
076000     END-READ.
076100     IF WS-ALT-STATUS NOT = '00'
076200         DISPLAY "PANDORA CERTIFY - ALERT READ FAILED - STATUS "
076300             WS-ALT-STATUS
076400         SET WS-EOF TO TRUE
076500         GO TO 1850-EXIT
076600     END-IF.
076700     IF NOT PAND-ALT-OPEN
076800         GO TO 1850-EXIT
076900     END-IF.
077000     ADD 1 TO WS-OPEN-ALERT-COUNT.
077100     MOVE PAND-ALT-JOB-ID TO WS-CAN-LOOKUP-ID.
077200     MOVE 'N' TO WS-CAN-ADD-SWITCH.
077300     PERFORM 7000-FIND-CANARY THRU 7000-EXIT.
077400     IF NOT WS-CAN-FOUND
077500         ADD 1 TO WS-OTHER-ALERT-COUNT
077600         GO TO 1850-EXIT
077700     END-IF.
077800     ADD 1 TO WS-CN-OPEN-ALERTS (CN-IX).
077900     IF PAND-ALT-SEV-CRITICAL
078000         ADD 1 TO WS-CN-CRIT-ALERTS (CN-IX)
078100     END-IF.
078200 1850-EXIT.
078300     EXIT.
078400*
078500*****************************************************************
078600*    2000-GRADE-ONE-CANARY - WORK THROUGH THE EVIDENCE FOR THE  *
078700*    CANARY CN-IX POINTS AT.  THE FIRST FAIL REASON FOUND       *
078800*    STANDS; FAILING THAT, THE FIRST ATTENTION REASON.          *
078900*****************************************************************
079000 2000-GRADE-ONE-CANARY.
079100     MOVE 'P' TO WS-CN-VERDICT (CN-IX).
079200     MOVE SPACES TO WS-CN-REASON (CN-IX).
079300     MOVE 'F' TO WS-NEW-GRADE.
079400     IF NOT WS-AVAL-FOUND
079500         MOVE "NO AUDIT VALIDATION RESULT" TO WS-NEW-REASON
079600         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
079700     END-IF.
079800     IF WS-CN-AVAL-EXC (CN-IX) > 0
079900         AND NOT WS-AVAL-SUPPRESSED
080000         MOVE "AUDIT VALIDATION EXCEPTIONS" TO WS-NEW-REASON
080100         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
080200     END-IF.
080300     IF WS-AVAL-FAILED
080400         AND NOT WS-AVAL-SUPPRESSED
080500         MOVE "AUDIT GENERATION FAILED" TO WS-NEW-REASON
080600         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
080700     END-IF.
080800     IF NOT WS-AUD-OK
080900         MOVE "AUDIT GENERATION UNREADABLE" TO WS-NEW-REASON
081000         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
081100     END-IF.
081200     IF WS-CN-REG-FLAG (CN-IX) = 'Y'
081300         AND WS-CN-AUD-RECS (CN-IX) = 0
081310         AND WS-CN-RECN-SUPPR (CN-IX) NOT = 'Y'
081400         MOVE "NO AUDIT RECORDS TONIGHT" TO WS-NEW-REASON
081500         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
081600     END-IF.
081700     IF NOT WS-RECN-FOUND
081800         MOVE "NO RECONCILIATION RESULT" TO WS-NEW-REASON
081900         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
082000     END-IF.
082100     IF WS-CN-RECN-GRADE (CN-IX) = 'F'
082200         MOVE SPACES TO WS-NEW-REASON
082300         STRING "RECON " DELIMITED BY SIZE
082400                 WS-CN-RECN-TEXT (CN-IX) DELIMITED BY SIZE
082500             INTO WS-NEW-REASON
082600         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
082700     END-IF.
082800     IF WS-CN-CRIT-ALERTS (CN-IX) > 0
082900         MOVE "OPEN CRITICAL ALERT" TO WS-NEW-REASON
083000         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
083100     END-IF.
083200     MOVE 'A' TO WS-NEW-GRADE.
083210     IF WS-CN-REG-FLAG (CN-IX) = 'Y'
083220         AND WS-CN-AUD-RECS (CN-IX) = 0
083230         AND WS-CN-RECN-SUPPR (CN-IX) = 'Y'
083240         MOVE "NO AUDIT - PLANNED OUTAGE" TO WS-NEW-REASON
083250         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
083260     END-IF.
083300     IF WS-AVAL-SUPPRESSED
083400         AND (WS-AVAL-FAILED OR WS-CN-AVAL-EXC (CN-IX) > 0)
083500         MOVE "AUDIT FAIL IN PLANNED OUTAGE" TO WS-NEW-REASON
083600         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
083700     END-IF.
083800     IF WS-CN-RECN-GRADE (CN-IX) = 'A'
083900         MOVE SPACES TO WS-NEW-REASON
084000         IF WS-CN-RECN-SUPPR (CN-IX) = 'Y'
084100             MOVE "RECON SUPPRESSED (OUTAGE)" TO WS-NEW-REASON
084200         ELSE
084300             STRING "RECON " DELIMITED BY SIZE
084400                     WS-CN-RECN-TEXT (CN-IX) DELIMITED BY SIZE
084500                 INTO WS-NEW-REASON
084600         END-IF
084700         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
084800     END-IF.
084900     IF WS-CN-RECN-GRADE (CN-IX) = SPACE
085000         AND WS-RECN-FOUND
085100         MOVE "NOT RECONCILED" TO WS-NEW-REASON
085200         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
085300     END-IF.
085400     IF WS-CN-OPEN-ALERTS (CN-IX) > 0
085500         MOVE "OPEN ALERTS" TO WS-NEW-REASON
085600         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
085700     END-IF.
085800     IF WS-CN-RESTARTS (CN-IX) > 0
085900         MOVE "CHECKPOINT RESTART" TO WS-NEW-REASON
086000         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
086100     END-IF.
086200     IF WS-CN-STALLS (CN-IX) > 0
086300         MOVE "STALL GAPS OVER 300 SECONDS" TO WS-NEW-REASON
086400         PERFORM 2050-APPLY-CANARY-GRADE THRU 2050-EXIT
086500     END-IF.
086600     EVALUATE WS-CN-VERDICT (CN-IX)
086700         WHEN 'F'
086800             ADD 1 TO WS-FAIL-COUNT
086900         WHEN 'A'
087000             ADD 1 TO WS-ATTN-COUNT
087100         WHEN OTHER
087200             ADD 1 TO WS-PASS-COUNT
087300     END-EVALUATE.
087400 2000-EXIT.
087500     EXIT.
087600*
087700*****************************************************************
087800*    2050-APPLY-CANARY-GRADE - RAISE THE CANARY'S VERDICT TO    *
087900*    WS-NEW-GRADE WITH WS-NEW-REASON, UNLESS IT ALREADY STANDS  *
088000*    AT THAT GRADE OR WORSE.                                    *
088100*****************************************************************
088200 2050-APPLY-CANARY-GRADE.
088300     IF WS-CN-VERDICT (CN-IX) = 'F'
088400         GO TO 2050-EXIT
088500     END-IF.
088600     IF WS-NEW-GRADE = 'A'
088700         AND WS-CN-VERDICT (CN-IX) = 'A'
088800         GO TO 2050-EXIT
088900     END-IF.
089000     MOVE WS-NEW-GRADE TO WS-CN-VERDICT (CN-IX).
089100     MOVE WS-NEW-REASON TO WS-CN-REASON (CN-IX).
089200 2050-EXIT.
089300     EXIT.
089400*
089500*****************************************************************
089600*    3000-SET-NIGHT-VERDICT - THE NIGHT IS AS BAD AS ITS WORST  *
089700*    CANARY, AND FAILS OUTRIGHT WHEN THERE WAS NOTHING TO       *
089800*    CERTIFY OR NOT EVERY CANARY FITTED THE TABLE.  A REGISTRY  *
089900*    OR ALERT MASTER THAT COULD NOT BE READ, OR AN OPEN ALERT   *
090000*    NOT TIED TO A CANARY, NEEDS ATTENTION.                     *
090100*****************************************************************
090200 3000-SET-NIGHT-VERDICT.
090300     MOVE 'P' TO WS-NIGHT-VERDICT.
090400     MOVE "ALL CANARIES PASS" TO WS-NIGHT-REASON.
090500     MOVE 'F' TO WS-NEW-GRADE.
090600     IF WS-CAN-COUNT = 0
090700         MOVE "NO CANARIES FOUND FOR THE NIGHT" TO WS-NEW-REASON
090800         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
090900     END-IF.
091000     IF WS-CAN-TABLE-FULL
091100         MOVE "CANARY TABLE FULL - NOT ALL CERTIFIED"
091200             TO WS-NEW-REASON
091300         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
091400     END-IF.
091500     IF WS-FAIL-COUNT > 0
091600         MOVE "ONE OR MORE CANARIES FAIL" TO WS-NEW-REASON
091700         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
091800     END-IF.
091900     MOVE 'A' TO WS-NEW-GRADE.
092000     IF NOT WS-REGF-OPEN-OK
092100         MOVE "CANARY REGISTRY NOT READ" TO WS-NEW-REASON
092200         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
092300     END-IF.
092400     IF NOT WS-ALTF-OPEN-OK
092500         MOVE "ALERT MASTER NOT READ" TO WS-NEW-REASON
092600         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
092700     END-IF.
092800     IF WS-ATTN-COUNT > 0
092900         MOVE "ONE OR MORE CANARIES NEED ATTENTION"
093000             TO WS-NEW-REASON
093100         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
093200     END-IF.
093300     IF WS-OTHER-ALERT-COUNT > 0
093400         MOVE "OPEN ALERTS NOT TIED TO A CANARY" TO WS-NEW-REASON
093500         PERFORM 3050-APPLY-NIGHT-GRADE THRU 3050-EXIT
093600     END-IF.
093700 3000-EXIT.
093800     EXIT.
093900*
093910*****************************************************************
093920*    3050-APPLY-NIGHT-GRADE - RAISE THE NIGHT VERDICT TO WS-    *
093930*    NEW-GRADE WITH WS-NEW-REASON, UNLESS IT ALREADY STANDS AT  *
093940*    THAT GRADE OR WORSE.                                       *
093950*****************************************************************
094000 3050-APPLY-NIGHT-GRADE.
094100     IF WS-NIGHT-VERDICT = 'F'
094200         GO TO 3050-EXIT
094300     END-IF.
094400     IF WS-NEW-GRADE = 'A'
094500         AND WS-NIGHT-VERDICT = 'A'
094600         GO TO 3050-EXIT
094700     END-IF.
094800     MOVE WS-NEW-GRADE TO WS-NIGHT-VERDICT.
094900     MOVE WS-NEW-REASON TO WS-NIGHT-REASON.
095000 3050-EXIT.
095100     EXIT.
095200*
095300*****************************************************************
095400*    4000-WRITE-CERTIFICATE - THE ONE-PAGE CERTIFICATE: THE     *
095500*    NIGHT, WHAT EACH SOURCE OF EVIDENCE SHOWED, AND A PASS/    *
095600*    ATTENTION/FAIL LINE PER CANARY WITH ITS AUDIT-VALIDATION   *
095700*    EXCEPTIONS, RECONCILIATION STATUS, RESTARTS, STALL GAPS,   *
095800*    OPEN ALERTS AND THE REASON FOR ITS VERDICT.                *
095900*****************************************************************
096000 4000-WRITE-CERTIFICATE.
096100     MOVE WS-HDR1 TO RPT-LINE.
096200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
096300     MOVE WS-HDR2 TO RPT-LINE.
096400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
096500     MOVE SPACES TO RPT-LINE.
096600     STRING "NIGHT " DELIMITED BY SIZE
096700             WS-NIGHT-DATE       DELIMITED BY SIZE
096800             "  CERTIFIED " DELIMITED BY SIZE
096900             WS-NOW-STAMP        DELIMITED BY SIZE
097000         INTO RPT-LINE.
097100     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
097200     DISPLAY RPT-LINE.
097300     MOVE SPACES TO RPT-LINE.
097400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
097500     PERFORM 4100-WRITE-EVIDENCE THRU 4100-EXIT.
097600     MOVE SPACES TO RPT-LINE.
097700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
097800     MOVE WS-CANARY-COL-HDR TO RPT-LINE.
097900     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
098000     PERFORM 4200-WRITE-CANARY-LINE THRU 4200-EXIT
098100         VARYING CN-IX FROM 1 BY 1
098200         UNTIL CN-IX > WS-CAN-COUNT.
098300 4000-EXIT.
098400     EXIT.
098500*
098600*****************************************************************
098700*    4100-WRITE-EVIDENCE - ONE LINE PER SOURCE SAYING WHAT IT   *
098800*    SHOWED FOR THE NIGHT, OR THAT IT COULD NOT BE USED.        *
098900*****************************************************************
099000 4100-WRITE-EVIDENCE.
099100     MOVE SPACES TO RPT-LINE.
099200     MOVE "AUDIT VALIDATION . . . . . : " TO RPT-LINE.
099300     EVALUATE TRUE
099400         WHEN NOT WS-AVAL-FOUND
099500             MOVE "NO RESULT ON THE VALIDATION REPORT"
099600                 TO RPT-LINE(30:51)
099700         WHEN WS-AVAL-FAILED AND WS-AVAL-SUPPRESSED
099800             MOVE "FAILED - PLANNED OUTAGE" TO RPT-LINE(30:51)
099900         WHEN WS-AVAL-FAILED
100000             MOVE "GENERATION FAILED" TO RPT-LINE(30:51)
100100         WHEN OTHER
100200             MOVE "GENERATION CLEAN" TO RPT-LINE(30:51)
100300     END-EVALUATE.
100400     IF WS-AVAL-FOUND
100500         MOVE "- EXCEPTIONS" TO RPT-LINE(54:12)
100600         MOVE WS-AVAL-EXC-TEXT TO RPT-LINE(67:9)
100700     END-IF.
100800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
100900     MOVE SPACES TO RPT-LINE.
101000     MOVE "RECONCILIATION . . . . . . : " TO RPT-LINE.
101100     IF WS-RECN-FOUND
101200         STRING WS-RECN-JOBS-TEXT   DELIMITED BY SIZE
101300                 " JOBS RECONCILED" DELIMITED BY SIZE
101400             INTO RPT-LINE(30:51)
101500     ELSE
101600         IF WS-RECN-NIGHT NOT = SPACES
101700             AND WS-RECN-NIGHT NOT = WS-NIGHT-DATE
101800             STRING "REPORT IS FOR NIGHT " DELIMITED BY SIZE
101900                     WS-RECN-NIGHT       DELIMITED BY SIZE
102000                 INTO RPT-LINE(30:51)
102100         ELSE
102200             MOVE "NO RESULT ON THE RECONCILIATION REPORT"
102300                 TO RPT-LINE(30:51)
102400         END-IF
102500     END-IF.
102600     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
102700     MOVE SPACES TO RPT-LINE.
102800     MOVE "AUDIT GENERATION . . . . . : " TO RPT-LINE.
102900     IF WS-AUD-OK
103000         MOVE WS-AUD-RECORD-COUNT TO WS-AUD-RECORD-COUNT-D
103100         STRING WS-AUD-RECORD-COUNT-D DELIMITED BY SIZE
103200                 " RECORDS READ"   DELIMITED BY SIZE
103300             INTO RPT-LINE(30:51)
103400     ELSE
103500         MOVE "NOT READ TO THE END" TO RPT-LINE(30:51)
103600     END-IF.
103700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
103800     MOVE SPACES TO RPT-LINE.
103900     MOVE "CANARY REGISTRY. . . . . . : " TO RPT-LINE.
104000     IF WS-REGF-OPEN-OK
104100         MOVE WS-ACTIVE-REG-COUNT TO WS-ACTIVE-REG-COUNT-D
104200         STRING WS-ACTIVE-REG-COUNT-D DELIMITED BY SIZE
104300                 " ACTIVE AND LIVE" DELIMITED BY SIZE
104400             INTO RPT-LINE(30:51)
104500     ELSE
104600         MOVE "NOT READ" TO RPT-LINE(30:51)
104700     END-IF.
104800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
104900     MOVE SPACES TO RPT-LINE.
105000     MOVE "ALERT MASTER . . . . . . . : " TO RPT-LINE.
105100     IF WS-ALTF-OPEN-OK
105200         MOVE WS-OPEN-ALERT-COUNT TO WS-OPEN-ALERT-COUNT-D
105300         MOVE WS-OTHER-ALERT-COUNT TO WS-OTHER-ALERT-COUNT-D
105400         STRING WS-OPEN-ALERT-COUNT-D DELIMITED BY SIZE
105500                 " OPEN, " DELIMITED BY SIZE
105600                 WS-OTHER-ALERT-COUNT-D DELIMITED BY SIZE
105700                 " NOT TIED TO A CANARY" DELIMITED BY SIZE
105800             INTO RPT-LINE(30:51)
105900     ELSE
106000         MOVE "NOT READ" TO RPT-LINE(30:51)
106100     END-IF.
106200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
106300 4100-EXIT.
106400     EXIT.
106500*
106510*****************************************************************
106520*    4200-WRITE-CANARY-LINE - PRINT THE CERTIFICATE LINE FOR    *
106530*    THE CANARY CN-IX POINTS AT.                                *
106540*****************************************************************
106600 4200-WRITE-CANARY-LINE.
106700     MOVE WS-CN-JOB-ID (CN-IX) TO WS-CDL-JOB-ID.
106800     MOVE WS-CN-VERDICT (CN-IX) TO WS-NEW-GRADE.
106900     PERFORM 7200-VERDICT-WORD THRU 7200-EXIT.
107000     MOVE WS-VERDICT-WORD TO WS-CDL-VERDICT.
107100     MOVE WS-CN-AVAL-EXC (CN-IX) TO WS-CDL-AVAL.
107200     IF WS-CN-RECN-TEXT (CN-IX) = SPACES
107300         MOVE "-" TO WS-CDL-RECON
107400     ELSE
107500         MOVE WS-CN-RECN-TEXT (CN-IX) TO WS-CDL-RECON
107600     END-IF.
107700     MOVE WS-CN-RESTARTS (CN-IX) TO WS-CDL-RESTARTS.
107800     MOVE WS-CN-STALLS (CN-IX) TO WS-CDL-STALLS.
107900     MOVE WS-CN-OPEN-ALERTS (CN-IX) TO WS-CDL-OPEN.
108000     MOVE WS-CN-REASON (CN-IX) TO WS-CDL-REASON.
108100     MOVE WS-CANARY-DETAIL-LINE TO RPT-LINE.
108200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
108300 4200-EXIT.
108400     EXIT.
108500*
108600*****************************************************************
108700*    5000-UPDATE-LEDGER - RECORD THE CERTIFICATE ON THE NIGHT   *
108800*    SIGN-OFF LEDGER: A NEW NIGHT IS WRITTEN AS CERTIFIED,      *
108900*    AWAITING SIGN-OFF; A NIGHT ALREADY ON THE LEDGER HAS ITS   *
109000*    VERDICT, COUNTS AND CERTIFICATE STAMP REFRESHED AND ANY    *
109010*    SIGN-OFF ALREADY RECORDED LEFT EXACTLY AS IT WAS.  A NIGHT *
109020*    ALREADY ON THE LEDGER IS LEFT ALONE WHEN THE               *
109030*    RECONCILIATION REPORT WAS FOR ANOTHER NIGHT.               *
109200*****************************************************************
109300 5000-UPDATE-LEDGER.
109400     IF NOT WS-SGNF-OPEN-OK
109500         GO TO 5000-EXIT
109600     END-IF.
109700     MOVE WS-NIGHT-DATE TO PAND-SGN-NIGHT.
109800     READ SGN-FILE
109900         INVALID KEY
110000             MOVE 'N' TO WS-SGN-FOUND-SWITCH
110100         NOT INVALID KEY
110200             SET WS-SGN-FOUND TO TRUE
110300     END-READ.
110400     IF WS-SGN-STATUS NOT = '00' AND WS-SGN-STATUS NOT = '23'
110500         DISPLAY "PANDORA CERTIFY - SIGN-OFF LEDGER READ FAILED "
110600             "- STATUS " WS-SGN-STATUS
110700         SET WS-LEDGER-FAILED TO TRUE
110710         GO TO 5000-EXIT
110720     END-IF.
110730     IF WS-SGN-FOUND
110740         AND WS-RECN-OTHER-NIGHT
110750         DISPLAY "PANDORA CERTIFY - EVIDENCE NOT FOR NIGHT "
110760             WS-NIGHT-DATE " - LEDGER NOT UPDATED"
110770         SET WS-LEDGER-KEPT TO TRUE
110800         GO TO 5000-EXIT
110900     END-IF.
111000     IF NOT WS-SGN-FOUND
111100         MOVE SPACES TO PAND-SGN-REC
111200         MOVE WS-NIGHT-DATE TO PAND-SGN-NIGHT
111300         MOVE 'C' TO PAND-SGN-STATUS
111400         MOVE 0 TO PAND-SGN-CERT-RUNS
111500     END-IF.
111600     MOVE WS-NIGHT-VERDICT TO PAND-SGN-VERDICT.
111700     MOVE WS-NOW-STAMP TO PAND-SGN-CERT-STAMP.
111800     IF PAND-SGN-CERT-RUNS NOT NUMERIC
111900         MOVE 0 TO PAND-SGN-CERT-RUNS
112000     END-IF.
112100     IF PAND-SGN-CERT-RUNS < 999
112200         ADD 1 TO PAND-SGN-CERT-RUNS
112300     END-IF.
112400     MOVE WS-CAN-COUNT TO PAND-SGN-CANARIES.
112500     MOVE WS-PASS-COUNT TO PAND-SGN-PASS-COUNT.
112600     MOVE WS-ATTN-COUNT TO PAND-SGN-ATTN-COUNT.
112700     MOVE WS-FAIL-COUNT TO PAND-SGN-FAIL-COUNT.
112800     IF WS-SGN-FOUND
112900         REWRITE PAND-SGN-REC
113000             INVALID KEY
113100                 DISPLAY "PANDORA CERTIFY - SIGN-OFF LEDGER "
113200                     "REWRITE FAILED - STATUS " WS-SGN-STATUS
113300                 SET WS-LEDGER-FAILED TO TRUE
113400         END-REWRITE
113500     ELSE
113600         WRITE PAND-SGN-REC
113700             INVALID KEY
113800                 DISPLAY "PANDORA CERTIFY - SIGN-OFF LEDGER "
113900                     "WRITE FAILED - STATUS " WS-SGN-STATUS
114000                 SET WS-LEDGER-FAILED TO TRUE
114100         END-WRITE
114200     END-IF.
114300 5000-EXIT.
114400     EXIT.
114500*
114600*****************************************************************
114700*    7000-FIND-CANARY - POINT CN-IX AT THE CANARY NAMED IN      *
114800*    WS-CAN-LOOKUP-ID.  WHEN IT IS NOT IN THE TABLE IT IS       *
114900*    ADDED IF WS-CAN-ADD-ALLOWED, OTHERWISE WS-CAN-FOUND IS     *
115000*    LEFT OFF.                                                  *
115100*****************************************************************
115200 7000-FIND-CANARY.
115300     MOVE 'N' TO WS-CAN-FOUND-SWITCH.
115400     SET CN-IX TO 1.
115500     SEARCH WS-CAN-ENTRY
115600         AT END
115700             PERFORM 7050-ADD-CANARY THRU 7050-EXIT
115800         WHEN CN-IX > WS-CAN-COUNT
115900             PERFORM 7050-ADD-CANARY THRU 7050-EXIT
116000         WHEN WS-CN-JOB-ID (CN-IX) = WS-CAN-LOOKUP-ID
116100             SET WS-CAN-FOUND TO TRUE
116200     END-SEARCH.
116300 7000-EXIT.
116400     EXIT.
116500*
116600*****************************************************************
116700*    7050-ADD-CANARY - OPEN A TABLE ENTRY FOR A CANARY SEEN FOR *
116800*    THE FIRST TIME.  AN OVERFLOWING CANARY IS DIAGNOSED AND    *
116900*    THE NIGHT CANNOT PASS.                                     *
117000*****************************************************************
117100 7050-ADD-CANARY.
117200     IF NOT WS-CAN-ADD-ALLOWED
117300         GO TO 7050-EXIT
117400     END-IF.
117500     IF WS-CAN-COUNT >= WS-CAN-MAX
117600         IF NOT WS-CAN-TABLE-FULL
117700             DISPLAY "PANDORA CERTIFY - CANARY TABLE FULL - JOB "
117800                 WS-CAN-LOOKUP-ID " AND LATER IDS NOT CERTIFIED"
117900         END-IF
118000         SET WS-CAN-TABLE-FULL TO TRUE
118100         GO TO 7050-EXIT
118200     END-IF.
118300     ADD 1 TO WS-CAN-COUNT.
118400     SET CN-IX TO WS-CAN-COUNT.
118500     MOVE WS-CAN-LOOKUP-ID TO WS-CN-JOB-ID (CN-IX).
118600     MOVE 'N' TO WS-CN-REG-FLAG (CN-IX).
118700     MOVE 0 TO WS-CN-AUD-RECS (CN-IX).
118800     MOVE 0 TO WS-CN-AVAL-EXC (CN-IX).
118900     MOVE SPACES TO WS-CN-RECN-TEXT (CN-IX).
119000     MOVE SPACE TO WS-CN-RECN-GRADE (CN-IX).
119100     MOVE 'N' TO WS-CN-RECN-SUPPR (CN-IX).
119200     MOVE 0 TO WS-CN-RESTARTS (CN-IX).
119300     MOVE 0 TO WS-CN-STALLS (CN-IX).
119400     MOVE 0 TO WS-CN-PREV-DATE (CN-IX).
119500     MOVE 0 TO WS-CN-PREV-SECS (CN-IX).
119600     MOVE SPACE TO WS-CN-PREV-TYPE (CN-IX).
119700     MOVE 0 TO WS-CN-OPEN-ALERTS (CN-IX).
119800     MOVE 0 TO WS-CN-CRIT-ALERTS (CN-IX).
119900     MOVE 'P' TO WS-CN-VERDICT (CN-IX).
120000     MOVE SPACES TO WS-CN-REASON (CN-IX).
120100     SET WS-CAN-FOUND TO TRUE.
120200 7050-EXIT.
120300     EXIT.
120400*
120500*****************************************************************
120600*    7200-VERDICT-WORD - SPELL OUT THE GRADE IN WS-NEW-GRADE.   *
120700*****************************************************************
120800 7200-VERDICT-WORD.
120900     EVALUATE WS-NEW-GRADE
121000         WHEN 'F'
121100             MOVE "FAIL" TO WS-VERDICT-WORD
121200         WHEN 'A'
121300             MOVE "ATTENTION" TO WS-VERDICT-WORD
121400         WHEN OTHER
121500             MOVE "PASS" TO WS-VERDICT-WORD
121600     END-EVALUATE.
121700 7200-EXIT.
121800     EXIT.
121900*
121910*****************************************************************
121920*    7300-WRITE-REPORT-LINE - WRITE RPT-LINE TO THE             *
121930*    CERTIFICATE, DIAGNOSING A FAILED WRITE.                    *
121940*****************************************************************
122000 7300-WRITE-REPORT-LINE.
122100     WRITE RPT-LINE.
122200     IF WS-RPT-STATUS NOT = '00'
122300         DISPLAY "PANDORA CERTIFY - REPORT WRITE FAILED - "
122400             "STATUS " WS-RPT-STATUS
122500     END-IF.
122600 7300-EXIT.
122700     EXIT.
122800*
122900*****************************************************************
123000*    8000-WRITE-SUMMARY - THE CANARY COUNTS, THE NIGHT VERDICT  *
123100*    AND WHERE THE NIGHT STANDS ON THE SIGN-OFF LEDGER.  THE    *
123200*    VERDICT AND SIGN-OFF LINES ALSO GO TO THE CONSOLE.  A      *
123300*    NIGHT SIGNED OFF AGAINST A DIFFERENT VERDICT THAN THIS RUN *
123310*    GAVE IT IS CALLED OUT SO THE SHIFT LEAD CAN LOOK AGAIN,    *
123320*    UNLESS THE LEDGER WAS NOT UPDATED BECAUSE THE EVIDENCE IS  *
123330*    FOR ANOTHER NIGHT.                                         *
123500*****************************************************************
123600 8000-WRITE-SUMMARY.
123700     MOVE WS-CAN-COUNT TO WS-CAN-COUNT-D.
123800     MOVE WS-PASS-COUNT TO WS-PASS-COUNT-D.
123900     MOVE WS-ATTN-COUNT TO WS-ATTN-COUNT-D.
124000     MOVE WS-FAIL-COUNT TO WS-FAIL-COUNT-D.
124100     MOVE SPACES TO RPT-LINE.
124200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
124300     MOVE SPACES TO RPT-LINE.
124400     STRING "CANARIES CERTIFIED . . . . : " DELIMITED BY SIZE
124500             WS-CAN-COUNT-D      DELIMITED BY SIZE
124600             "   PASS " DELIMITED BY SIZE
124700             WS-PASS-COUNT-D     DELIMITED BY SIZE
124800             "   ATTENTION " DELIMITED BY SIZE
124900             WS-ATTN-COUNT-D     DELIMITED BY SIZE
125000             "   FAIL " DELIMITED BY SIZE
125100             WS-FAIL-COUNT-D     DELIMITED BY SIZE
125200         INTO RPT-LINE.
125300     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
125400     MOVE SPACES TO RPT-LINE.
125500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
125600     MOVE WS-NIGHT-VERDICT TO WS-NEW-GRADE.
125700     PERFORM 7200-VERDICT-WORD THRU 7200-EXIT.
125800     MOVE SPACES TO RPT-LINE.
125900     STRING "NIGHT VERDICT. . . . . . . : " DELIMITED BY SIZE
126000             WS-VERDICT-WORD     DELIMITED BY SPACE
126100             " - " DELIMITED BY SIZE
126200             WS-NIGHT-REASON     DELIMITED BY SIZE
126300         INTO RPT-LINE.
126400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
126500     DISPLAY RPT-LINE.
126600     MOVE SPACES TO RPT-LINE.
126700     MOVE "SIGN-OFF . . . . . . . . . : " TO RPT-LINE.
126800     EVALUATE TRUE
126900         WHEN WS-LEDGER-FAILED
127000             MOVE "LEDGER NOT AVAILABLE - NIGHT NOT RECORDED"
127100                 TO RPT-LINE(30:51)
127110         WHEN WS-LEDGER-KEPT
127120             STRING "EVIDENCE NOT FOR THIS NIGHT - "
127130                         DELIMITED BY SIZE
127140                     "LEDGER NOT UPDATED" DELIMITED BY SIZE
127150                 INTO RPT-LINE(30:51)
127200         WHEN PAND-SGN-SIGNED
127300             STRING "SIGNED BY " DELIMITED BY SIZE
127400                     PAND-SGN-INITS      DELIMITED BY SIZE
127500                     " AT " DELIMITED BY SIZE
127600                     PAND-SGN-SIGN-STAMP DELIMITED BY SIZE
127700                 INTO RPT-LINE(30:51)
127800             IF PAND-SGN-OVERRIDDEN
127900                 MOVE "(OVERRIDE)" TO RPT-LINE(62:10)
128000             END-IF
128100         WHEN OTHER
128200             MOVE "AWAITING SIGN-OFF (PANDSIGN)"
128300                 TO RPT-LINE(30:51)
128400     END-EVALUATE.
128500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
128600     DISPLAY RPT-LINE.
128700     IF NOT WS-LEDGER-FAILED
128710         AND NOT WS-LEDGER-KEPT
128800         AND PAND-SGN-SIGNED
128900         AND PAND-SGN-SIGNED-VERDICT NOT = WS-NIGHT-VERDICT
129000         MOVE PAND-SGN-SIGNED-VERDICT TO WS-NEW-GRADE
129100         PERFORM 7200-VERDICT-WORD THRU 7200-EXIT
129200         MOVE SPACES TO RPT-LINE
129300         STRING "WARNING - NIGHT WAS SIGNED OFF AS "
129400                     DELIMITED BY SIZE
129500                 WS-VERDICT-WORD     DELIMITED BY SPACE
129600                 " - VERDICT HAS SINCE CHANGED" DELIMITED BY SIZE
129700             INTO RPT-LINE
129800         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
129900         DISPLAY RPT-LINE
130000     END-IF.
130100 8000-EXIT.
130200     EXIT.
130300*
130400*****************************************************************
130500*    9000-TERMINATE - CLOSE THE LEDGER AND THE REPORT AND SET   *
130600*    THE CONDITION CODE FROM THE NIGHT VERDICT.  A REPORT OR    *
130610*    LEDGER THAT COULD NOT BE WRITTEN OR WAS NOT UPDATED GETS   *
130620*    ITS OWN CODE.                                              *
130800*****************************************************************
130900 9000-TERMINATE.
131000     IF WS-SGNF-OPEN-OK
131100         CLOSE SGN-FILE
131200     END-IF.
131300     CLOSE RPT-FILE.
131400     IF WS-OPEN-FAILED
131500         OR WS-LEDGER-FAILED
131510         OR WS-LEDGER-KEPT
131600         MOVE 16 TO RETURN-CODE
131700         GO TO 9000-EXIT
131800     END-IF.
131900     EVALUATE WS-NIGHT-VERDICT
132000         WHEN 'F'
132100             MOVE 8 TO RETURN-CODE
132200         WHEN 'A'
132300             MOVE 4 TO RETURN-CODE
132400         WHEN OTHER
132500             MOVE 0 TO RETURN-CODE
132600     END-EVALUATE.
132700 9000-EXIT.
132800     EXIT.
132900*
133000 9999-EXIT.
133100     STOP RUN.
