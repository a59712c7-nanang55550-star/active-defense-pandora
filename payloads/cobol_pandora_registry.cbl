000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDREGM.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDREGM                                                    *
001000*   OPERATOR MAINTENANCE UTILITY FOR THE CANARY INSTANCE        *
001100*   REGISTRY.  THE REGISTRY IS WHAT SAYS WHICH JOB/INSTANCE     *
001200*   IDS ARE SANCTIONED TO RUN - THE WATCHDOG, THE STATUS        *
001300*   BOARD, THE RECONCILIATION AND THE FLEET REPORT ALL CHECK    *
001400*   WHAT THEY FIND AGAINST IT.  THIS UTILITY READS COMMAND      *
001500*   CARDS FROM SYSIN:                                           *
001600*                                                               *
001700*     LIST                       - PRINT EVERY REGISTRY         *
001800*                                  RECORD.                      *
001900*     ADD    <JOB-ID> <LIVE-DATE> <ONCALL> <INITS> <OWNER>      *
002000*                                - REGISTER A NEW CANARY,       *
002100*                                  ACTIVE FROM THE LIVE DATE    *
002200*                                  (YYYYMMDD).  THE OWNER IS    *
002300*                                  THE REST OF THE CARD.        *
002400*     CHANGE <JOB-ID> <LIVE-DATE> <ONCALL> <INITS> <OWNER>      *
002500*                                - ALTER A REGISTERED CANARY.   *
002600*                                  AN OPERAND OF * (OR A BLANK  *
002700*                                  OWNER) KEEPS THE CURRENT     *
002800*                                  VALUE.                       *
002900*     RETIRE   <JOB-ID> <INITS>  - MARK THE CANARY RETIRED.     *
003000*     ACTIVATE <JOB-ID> <INITS>  - RETURN A RETIRED CANARY TO   *
003100*                                  ACTIVE.                      *
003200*     DELETE   <JOB-ID>          - REMOVE THE RECORD OUTRIGHT.  *
003300*                                                               *
003400*   A CARD WITH * IN COLUMN 1 IS A COMMENT.  EVERY ACTION       *
003500*   TAKEN IS PRINTED AS AN AUDIT LINE ON THE REPORT AND ON      *
003600*   SYSOUT.  AN UNKNOWN CARD, A BAD LIVE DATE, A DUPLICATE ADD  *
003700*   OR A JOB ID THAT IS NOT ON FILE IS REPORTED AND GIVES THE   *
003800*   RUN A WARNING RETURN CODE.                                  *
003900*                                                               *
003910*   EVERY ADD, CHANGE, RETIRE, ACTIVATE AND DELETE CARD -       *
003920*   CARRIED OUT, REJECTED OR FAILED - AND EVERY CARD NOT        *
003930*   UNDERSTOOD IS ALSO WRITTEN TO THE OPERATOR-ACTION JOURNAL   *
003940*   (PAND.OPER.JOURNAL) WITH THE CARD, THE JOB ID, THE          *
003950*   REGISTRY RECORD BEFORE AND AFTER, THE SUBMITTING USER (THE  *
003960*   PARM - THE JCL PASSES &SYSUID) AND THE TIMESTAMP.  LIST     *
003970*   CHANGES NOTHING AND IS NOT JOURNALED.  NO CARD IS ACTED ON  *
003980*   UNLESS THE JOURNAL OPENS.                                   *
003990*                                                               *
004000*   MODIFICATION HISTORY                                        *
004100*   DATE       INIT  DESCRIPTION                                 *
004200*   ---------- ----  --------------------------------------     *
004300*   2026-10-15  DLM  ORIGINAL VERSION.                           *
004310*   2026-10-15  DLM  EVERY CARD THAT CHANGES THE REGISTRY, AND   *
004320*                    EVERY CARD NOT UNDERSTOOD, IS WRITTEN TO    *
004330*                    THE OPERATOR-ACTION JOURNAL WITH THE        *
004340*                    REGISTRY RECORD BEFORE AND AFTER AND THE    *
004350*                    OUTCOME; THE SUBMITTING USER COMES FROM THE *
004360*                    PARM.  THE RUN IS ABANDONED IF THE JOURNAL  *
004370*                    DOES NOT OPEN.                              *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CMD-FILE ASSIGN TO SYSIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CMD-STATUS.
005100     SELECT REG-FILE ASSIGN TO REGFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PAND-REG-JOB-ID
005500         FILE STATUS IS WS-REG-STATUS.
005510     SELECT OPJ-FILE ASSIGN TO OPJFILE
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS RANDOM
005540         RECORD KEY IS PAND-OPJ-KEY
005550         FILE STATUS IS WS-OPJ-STATUS.
005600     SELECT RPT-FILE ASSIGN TO RPTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CMD-FILE
006300     RECORDING MODE IS F.
006400 01  CMD-CARD                   PIC X(80).
006500*
006600 FD  REG-FILE
006700     RECORDING MODE IS F.
006800     COPY PANDREG.
006810*
006820 FD  OPJ-FILE
006830     RECORDING MODE IS F.
006840     COPY PANDOPJ.
006900*
007000 FD  RPT-FILE
007100     RECORDING MODE IS F.
007200 01  RPT-LINE                   PIC X(80).
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600 01  WS-SWITCHES.
007700     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007800         88  WS-EOF                 VALUE 'Y'.
007900     05  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
008000         88  WS-SCAN-EOF            VALUE 'Y'.
008100     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
008200         88  WS-OPEN-FAILED         VALUE 'Y'.
008300     05  WS-DATE-OK-SWITCH      PIC X(01) VALUE 'N'.
008400         88  WS-DATE-OK             VALUE 'Y'.
008410     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
008420         88  WS-OPJ-DONE            VALUE 'Y'.
008500*
008600 01  WS-FILE-STATUSES.
008700     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
008800     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
008900     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
008910     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
009000*
009100 01  WS-COUNTERS.
009200     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
009300     05  WS-ACTION-COUNT        PIC 9(05) COMP VALUE 0.
009400     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
009500     05  WS-LIST-COUNT          PIC 9(05) COMP VALUE 0.
009510     05  WS-OPJ-COUNT           PIC 9(05) COMP VALUE 0.
009520     05  WS-OPJ-SEQ             PIC 9(05) COMP VALUE 0.
009600*
009700 01  WS-COMMAND-FIELDS.
009800     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
009900     05  WS-CMD-JOB-ID          PIC X(08) VALUE SPACES.
010000     05  WS-CMD-DATE            PIC X(08) VALUE SPACES.
010100     05  WS-CMD-DATE-NUM REDEFINES WS-CMD-DATE
010200                                PIC 9(08).
010300     05  WS-CMD-ONCALL          PIC X(08) VALUE SPACES.
010400     05  WS-CMD-INITS           PIC X(03) VALUE SPACES.
010500     05  WS-CMD-OWNER           PIC X(20) VALUE SPACES.
010600     05  WS-CMD-PTR             PIC S9(04) COMP VALUE 0.
010700*
010800 01  WS-DISPLAY-COUNTS.
010900     05  WS-ACTION-COUNT-D      PIC 9(05).
011000     05  WS-ERROR-COUNT-D       PIC 9(05).
011010     05  WS-OPJ-COUNT-D         PIC 9(05).
011020*
011030 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
011040 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
011050 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
011100*
011200 01  WS-STATUS-TEXT             PIC X(07) VALUE SPACES.
011300*
011400 01  WS-TIMESTAMP-FIELDS.
011500     05  WS-TS-DATE             PIC 9(08).
011600     05  WS-TS-TIME             PIC 9(08).
011700 01  WS-TIMESTAMP-DISPLAY       PIC X(15).
011800*
011900 01  WS-REPORT-LINES.
012000     05  WS-HDR1                PIC X(80) VALUE
012100         "PANDORA HEARTBEAT - CANARY REGISTRY MAINTENANCE".
012200     05  WS-HDR2                PIC X(80) VALUE
012300         "===============================================".
012400*
012410 LINKAGE SECTION.
012420 01  LS-PARM-FIELD.
012430     05  LS-PARM-LEN            PIC S9(04) COMP.
012440     05  LS-PARM-TEXT           PIC X(08).
012450*
012460 PROCEDURE DIVISION USING LS-PARM-FIELD.
012600*
012700 0000-MAIN-PARA.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     IF WS-OPEN-FAILED
013000         GO TO 9000-TERMINATE
013100     END-IF.
013200     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
013300         UNTIL WS-EOF.
013400     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     GO TO 9999-EXIT.
013700*
013800*****************************************************************
013810*    1000-INITIALIZE - PICK UP THE SUBMITTING USER FROM THE     *
013820*    PARM (UNKNOWN WHEN NONE IS PASSED), OPEN THE COMMAND,      *
013830*    REGISTRY, JOURNAL AND REPORT FILES AND PRIME THE CARD      *
013840*    READ-AHEAD.  A FAILED OPEN ON ANY OF THEM ABANDONS THE     *
013850*    RUN WITH ITS OWN RETURN CODE BEFORE ANY ACTION IS TAKEN.   *
014300*****************************************************************
014400 1000-INITIALIZE.
014409     MOVE LS-PARM-LEN TO WS-PARM-LEN.
014418     IF WS-PARM-LEN > 8
014427         MOVE 8 TO WS-PARM-LEN
014436     END-IF.
014445     IF WS-PARM-LEN > 0
014454         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-OPJ-USER-ID
014463     END-IF.
014472     IF WS-OPJ-USER-ID = SPACES
014481         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
014490     END-IF.
014500     OPEN INPUT CMD-FILE.
014600     IF WS-CMD-STATUS NOT = '00'
014700         DISPLAY "PANDORA REGISTRY MAINT - SYSIN OPEN FAILED - "
014800             "STATUS " WS-CMD-STATUS
014900         SET WS-OPEN-FAILED TO TRUE
015000     END-IF.
015100     OPEN I-O REG-FILE.
015200     IF WS-REG-STATUS NOT = '00'
015300         DISPLAY "PANDORA REGISTRY MAINT - REGISTRY OPEN "
015400             "FAILED - STATUS " WS-REG-STATUS
015410         SET WS-OPEN-FAILED TO TRUE
015420     END-IF.
015430     OPEN I-O OPJ-FILE.
015440     IF WS-OPJ-STATUS NOT = '00'
015450         DISPLAY "PANDORA REGISTRY MAINT - OPERATOR JOURNAL OPEN "
015460             "FAILED - STATUS " WS-OPJ-STATUS
015500         SET WS-OPEN-FAILED TO TRUE
015600     END-IF.
015700     OPEN OUTPUT RPT-FILE.
015800     IF WS-RPT-STATUS NOT = '00'
015900         DISPLAY "PANDORA REGISTRY MAINT - REPORT OPEN FAILED "
016000             "- STATUS " WS-RPT-STATUS
016100         SET WS-OPEN-FAILED TO TRUE
016200     END-IF.
016300     IF WS-OPEN-FAILED
016400         GO TO 1000-EXIT
016500     END-IF.
016600     MOVE WS-HDR1 TO RPT-LINE.
016700     WRITE RPT-LINE.
016800     MOVE WS-HDR2 TO RPT-LINE.
016900     WRITE RPT-LINE.
017000     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300*
017400*****************************************************************
017500*    2000-PROCESS-CARD - PARSE ONE COMMAND CARD AND CARRY THE   *
017600*    COMMAND OUT.  BLANK CARDS AND CARDS WITH * IN COLUMN 1     *
017700*    ARE PASSED OVER; ANYTHING ELSE THAT DOES NOT PARSE IS AN   *
017800*    ERROR LINE ON THE REPORT.  ON AN ADD OR CHANGE THE OWNER   *
017900*    IS EVERYTHING ON THE CARD AFTER THE INITIALS, SPACES       *
018000*    INCLUDED.  ON A RETIRE OR ACTIVATE THE INITIALS ARE THE    *
018010*    THIRD WORD ON THE CARD.  THE JOURNAL ENTRY IS STARTED      *
018020*    HERE WITH THE JOB ID THE CARD NAMES.                       *
018200*****************************************************************
018300 2000-PROCESS-CARD.
018400     ADD 1 TO WS-CARD-COUNT.
018500     IF CMD-CARD = SPACES
018600         OR CMD-CARD(1:1) = '*'
018700         GO TO 2000-NEXT
018800     END-IF.
018900     MOVE SPACES TO WS-CMD-VERB.
019000     MOVE SPACES TO WS-CMD-JOB-ID.
019100     MOVE SPACES TO WS-CMD-DATE.
019200     MOVE SPACES TO WS-CMD-ONCALL.
019300     MOVE SPACES TO WS-CMD-INITS.
019400     MOVE SPACES TO WS-CMD-OWNER.
019500     MOVE 1 TO WS-CMD-PTR.
019600     UNSTRING CMD-CARD DELIMITED BY ALL SPACES
019700         INTO WS-CMD-VERB WS-CMD-JOB-ID WS-CMD-DATE
019800             WS-CMD-ONCALL WS-CMD-INITS
019900         WITH POINTER WS-CMD-PTR.
020000     IF WS-CMD-PTR <= 80
020100         MOVE CMD-CARD(WS-CMD-PTR:) TO WS-CMD-OWNER
020200     END-IF.
020210     MOVE SPACES TO PAND-OPJ-REC.
020220     MOVE WS-CMD-JOB-ID TO PAND-OPJ-JOB-ID.
020230     MOVE WS-CMD-JOB-ID TO PAND-OPJ-TARGET-KEY.
020300     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
020400     EVALUATE WS-CMD-VERB
020500         WHEN 'LIST'
020600             PERFORM 3000-LIST-REGISTRY THRU 3000-EXIT
020700         WHEN 'ADD'
020800             PERFORM 4000-ADD-CANARY THRU 4000-EXIT
020900         WHEN 'CHANGE'
021000             PERFORM 5000-CHANGE-CANARY THRU 5000-EXIT
021100         WHEN 'RETIRE'
021200             MOVE WS-CMD-DATE TO WS-CMD-INITS
021300             PERFORM 6000-RETIRE-CANARY THRU 6000-EXIT
021400         WHEN 'ACTIVATE'
021500             MOVE WS-CMD-DATE TO WS-CMD-INITS
021600             PERFORM 6500-ACTIVATE-CANARY THRU 6500-EXIT
021700         WHEN 'DELETE'
021800             PERFORM 6800-DELETE-CANARY THRU 6800-EXIT
021900         WHEN OTHER
022000             PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
022100     END-EVALUATE.
022200 2000-NEXT.
022300     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
022400 2000-EXIT.
022500     EXIT.
022600*
022700*****************************************************************
022800*    2900-READ-COMMAND-CARD - READ-AHEAD ONE SYSIN CARD.        *
022900*****************************************************************
023000 2900-READ-COMMAND-CARD.
023100     READ CMD-FILE
023200         AT END
023300             SET WS-EOF TO TRUE
023400         NOT AT END
023500             CONTINUE
023600     END-READ.
023700     IF WS-CMD-STATUS NOT = '00' AND WS-CMD-STATUS NOT = '10'
023800         DISPLAY "PANDORA REGISTRY MAINT - SYSIN READ FAILED - "
023900             "STATUS " WS-CMD-STATUS
024000         SET WS-EOF TO TRUE
024100     END-IF.
024200 2900-EXIT.
024300     EXIT.
024400*
024500*****************************************************************
024600*    3000-LIST-REGISTRY - WALK THE WHOLE REGISTRY IN KEY ORDER  *
024700*    AND PRINT TWO AUDIT LINES PER RECORD.                      *
024800*****************************************************************
024900 3000-LIST-REGISTRY.
025000     MOVE 0 TO WS-LIST-COUNT.
025100     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
025200     MOVE LOW-VALUES TO PAND-REG-JOB-ID.
025300     START REG-FILE KEY NOT < PAND-REG-JOB-ID
025400         INVALID KEY
025500             SET WS-SCAN-EOF TO TRUE
025600     END-START.
025700     PERFORM 3100-LIST-ONE-RECORD THRU 3100-EXIT
025800         UNTIL WS-SCAN-EOF.
025900     IF WS-LIST-COUNT = 0
026000         MOVE "LIST - NO REGISTRY RECORDS ON FILE"
026100             TO RPT-LINE
026200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
026300     END-IF.
026400     ADD 1 TO WS-ACTION-COUNT.
026500 3000-EXIT.
026600     EXIT.
026700*
026800*****************************************************************
026900*    3100-LIST-ONE-RECORD - PRINT ONE REGISTRY RECORD.          *
027000*****************************************************************
027100 3100-LIST-ONE-RECORD.
027200     READ REG-FILE NEXT RECORD
027300         AT END
027400             SET WS-SCAN-EOF TO TRUE
027500             GO TO 3100-EXIT
027600     END-READ.
027700     IF WS-REG-STATUS NOT = '00'
027800         DISPLAY "PANDORA REGISTRY MAINT - REGISTRY READ "
027900             "FAILED - STATUS " WS-REG-STATUS
028000         SET WS-SCAN-EOF TO TRUE
028100         GO TO 3100-EXIT
028200     END-IF.
028300     ADD 1 TO WS-LIST-COUNT.
028310     PERFORM 7100-SET-STATUS-TEXT THRU 7100-EXIT.
028500     MOVE SPACES TO RPT-LINE.
028600     STRING "LIST - JOB " DELIMITED BY SIZE
028700             PAND-REG-JOB-ID     DELIMITED BY SIZE
028800             " " DELIMITED BY SIZE
028900             WS-STATUS-TEXT      DELIMITED BY SIZE
029000             " LIVE " DELIMITED BY SIZE
029100             PAND-REG-LIVE-DATE  DELIMITED BY SIZE
029200             " ONCALL " DELIMITED BY SIZE
029300             PAND-REG-ONCALL     DELIMITED BY SIZE
029400             " OWNER " DELIMITED BY SIZE
029500             PAND-REG-OWNER      DELIMITED BY SIZE
029600         INTO RPT-LINE.
029700     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
029800     MOVE SPACES TO RPT-LINE.
029900     STRING "       LAST CHANGED BY " DELIMITED BY SIZE
030000             PAND-REG-CHG-INITS  DELIMITED BY SIZE
030100             " AT " DELIMITED BY SIZE
030200             PAND-REG-CHG-STAMP  DELIMITED BY SIZE
030300         INTO RPT-LINE.
030400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
030500 3100-EXIT.
030600     EXIT.
030700*
030800*****************************************************************
030900*    4000-ADD-CANARY - REGISTER A NEW JOB/INSTANCE ID, ACTIVE   *
031000*    FROM ITS LIVE DATE.  EVERY OPERAND IS REQUIRED; A JOB ID   *
031100*    ALREADY ON THE REGISTRY IS REFUSED RATHER THAN QUIETLY     *
031110*    OVERLAID - A CHANGE CARD SAYS THAT ON PURPOSE.  THE        *
031120*    OUTCOME AND THE NEW RECORD ARE JOURNALED.                  *
031300*****************************************************************
031400 4000-ADD-CANARY.
031500     IF WS-CMD-JOB-ID = SPACES
031600         OR WS-CMD-ONCALL = SPACES
031700         OR WS-CMD-INITS = SPACES
031800         OR WS-CMD-OWNER = SPACES
031900         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
032000         GO TO 4000-EXIT
032100     END-IF.
032200     PERFORM 7700-VALIDATE-LIVE-DATE THRU 7700-EXIT.
032300     IF NOT WS-DATE-OK
032400         GO TO 4000-EXIT
032500     END-IF.
032600     MOVE SPACES TO PAND-REG-REC.
032700     MOVE WS-CMD-JOB-ID TO PAND-REG-JOB-ID.
032800     MOVE 'A' TO PAND-REG-STATUS.
032900     MOVE WS-CMD-OWNER TO PAND-REG-OWNER.
033000     MOVE WS-CMD-ONCALL TO PAND-REG-ONCALL.
033100     MOVE WS-CMD-DATE-NUM TO PAND-REG-LIVE-DATE.
033200     MOVE WS-CMD-INITS TO PAND-REG-CHG-INITS.
033300     MOVE WS-TIMESTAMP-DISPLAY TO PAND-REG-CHG-STAMP.
033400     WRITE PAND-REG-REC
033500         INVALID KEY
033600             ADD 1 TO WS-ERROR-COUNT
033700             MOVE SPACES TO RPT-LINE
033800             STRING "ERROR - JOB " DELIMITED BY SIZE
033900                     WS-CMD-JOB-ID       DELIMITED BY SIZE
034000                     " ALREADY REGISTERED - STATUS "
034100                         DELIMITED BY SIZE
034200                     WS-REG-STATUS       DELIMITED BY SIZE
034300                 INTO RPT-LINE
034400             PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
034408             IF WS-REG-STATUS = '22'
034416                 MOVE 'R' TO PAND-OPJ-OUTCOME
034424                 MOVE "JOB ALREADY REGISTERED"
034432                     TO PAND-OPJ-OUTCOME-TEXT
034440             ELSE
034448                 MOVE 'F' TO PAND-OPJ-OUTCOME
034456                 STRING "WRITE FAILED - STATUS " DELIMITED BY SIZE
034464                         WS-REG-STATUS   DELIMITED BY SIZE
034472                     INTO PAND-OPJ-OUTCOME-TEXT
034480             END-IF
034488             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
034500             GO TO 4000-EXIT
034600     END-WRITE.
034700     ADD 1 TO WS-ACTION-COUNT.
034800     MOVE SPACES TO RPT-LINE.
034900     STRING "ADD - JOB " DELIMITED BY SIZE
035000             PAND-REG-JOB-ID     DELIMITED BY SIZE
035100             " REGISTERED ACTIVE FROM " DELIMITED BY SIZE
035200             PAND-REG-LIVE-DATE  DELIMITED BY SIZE
035300             " BY " DELIMITED BY SIZE
035400             WS-CMD-INITS        DELIMITED BY SIZE
035500         INTO RPT-LINE.
035600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
035610     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
035620     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
035630     MOVE 'D' TO PAND-OPJ-OUTCOME.
035640     MOVE "CANARY REGISTERED" TO PAND-OPJ-OUTCOME-TEXT.
035650     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
035700 4000-EXIT.
035800     EXIT.
035900*
036000*****************************************************************
036100*    5000-CHANGE-CANARY - ALTER THE LIVE DATE, ON-CALL GROUP    *
036200*    AND OWNER OF A REGISTERED JOB.  AN OPERAND OF * KEEPS THE  *
036300*    CURRENT VALUE, AS DOES A BLANK OWNER.  THE STATUS IS LEFT  *
036400*    ALONE - RETIRE AND ACTIVATE SAY THAT EXPLICITLY.           *
036410*    THE RECORD BEFORE AND AFTER AND THE OUTCOME ARE JOURNALED. *
036500*****************************************************************
036600 5000-CHANGE-CANARY.
036700     IF WS-CMD-JOB-ID = SPACES
036800         OR WS-CMD-DATE = SPACES
036900         OR WS-CMD-ONCALL = SPACES
037000         OR WS-CMD-INITS = SPACES
037100         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
037200         GO TO 5000-EXIT
037300     END-IF.
037400     IF WS-CMD-DATE NOT = '*'
037500         PERFORM 7700-VALIDATE-LIVE-DATE THRU 7700-EXIT
037600         IF NOT WS-DATE-OK
037700             GO TO 5000-EXIT
037800         END-IF
037900     END-IF.
038000     MOVE WS-CMD-JOB-ID TO PAND-REG-JOB-ID.
038100     READ REG-FILE
038200         INVALID KEY
038300             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
038400             GO TO 5000-EXIT
038500     END-READ.
038510     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
038520     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
038600     IF WS-CMD-DATE NOT = '*'
038700         MOVE WS-CMD-DATE-NUM TO PAND-REG-LIVE-DATE
038800     END-IF.
038900     IF WS-CMD-ONCALL NOT = '*'
039000         MOVE WS-CMD-ONCALL TO PAND-REG-ONCALL
039100     END-IF.
039200     IF WS-CMD-OWNER NOT = SPACES
039300         AND WS-CMD-OWNER NOT = '*'
039400         MOVE WS-CMD-OWNER TO PAND-REG-OWNER
039500     END-IF.
039600     MOVE WS-CMD-INITS TO PAND-REG-CHG-INITS.
039700     MOVE WS-TIMESTAMP-DISPLAY TO PAND-REG-CHG-STAMP.
039800     REWRITE PAND-REG-REC
039900         INVALID KEY
040000             DISPLAY "PANDORA REGISTRY MAINT - CHANGE REWRITE "
040100                 "FAILED - STATUS " WS-REG-STATUS
040200             ADD 1 TO WS-ERROR-COUNT
040210             MOVE 'F' TO PAND-OPJ-OUTCOME
040220             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
040230                     WS-REG-STATUS   DELIMITED BY SIZE
040240                 INTO PAND-OPJ-OUTCOME-TEXT
040250             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
040300             GO TO 5000-EXIT
040400     END-REWRITE.
040500     ADD 1 TO WS-ACTION-COUNT.
040600     MOVE SPACES TO RPT-LINE.
040700     STRING "CHANGE - JOB " DELIMITED BY SIZE
040800             PAND-REG-JOB-ID     DELIMITED BY SIZE
040900             " LIVE " DELIMITED BY SIZE
041000             PAND-REG-LIVE-DATE  DELIMITED BY SIZE
041100             " ONCALL " DELIMITED BY SIZE
041200             PAND-REG-ONCALL     DELIMITED BY SIZE
041300             " BY " DELIMITED BY SIZE
041400             WS-CMD-INITS        DELIMITED BY SIZE
041500         INTO RPT-LINE.
041600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
041610     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
041620     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
041630     MOVE 'D' TO PAND-OPJ-OUTCOME.
041640     MOVE "CANARY CHANGED" TO PAND-OPJ-OUTCOME-TEXT.
041650     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
041700 5000-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100*    6000-RETIRE-CANARY - MARK A REGISTERED JOB RETIRED.  THE   *
042200*    RECORD STAYS ON FILE SO THE HISTORY STILL SAYS WHO OWNED   *
042300*    IT, BUT THE ID IS NO LONGER SANCTIONED TO RUN.             *
042310*    THE RECORD BEFORE AND AFTER AND THE OUTCOME ARE JOURNALED. *
042400*****************************************************************
042500 6000-RETIRE-CANARY.
042600     IF WS-CMD-JOB-ID = SPACES
042700         OR WS-CMD-INITS = SPACES
042800         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
042900         GO TO 6000-EXIT
043000     END-IF.
043100     MOVE WS-CMD-JOB-ID TO PAND-REG-JOB-ID.
043200     READ REG-FILE
043300         INVALID KEY
043400             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
043500             GO TO 6000-EXIT
043600     END-READ.
043610     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
043620     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
043700     MOVE 'R' TO PAND-REG-STATUS.
043800     MOVE WS-CMD-INITS TO PAND-REG-CHG-INITS.
043900     MOVE WS-TIMESTAMP-DISPLAY TO PAND-REG-CHG-STAMP.
044000     REWRITE PAND-REG-REC
044100         INVALID KEY
044200             DISPLAY "PANDORA REGISTRY MAINT - RETIRE REWRITE "
044300                 "FAILED - STATUS " WS-REG-STATUS
044400             ADD 1 TO WS-ERROR-COUNT
044410             MOVE 'F' TO PAND-OPJ-OUTCOME
044420             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
044430                     WS-REG-STATUS   DELIMITED BY SIZE
044440                 INTO PAND-OPJ-OUTCOME-TEXT
044450             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
044500             GO TO 6000-EXIT
044600     END-REWRITE.
044700     ADD 1 TO WS-ACTION-COUNT.
044800     MOVE SPACES TO RPT-LINE.
044900     STRING "RETIRE - JOB " DELIMITED BY SIZE
045000             PAND-REG-JOB-ID     DELIMITED BY SIZE
045100             " RETIRED BY " DELIMITED BY SIZE
045200             WS-CMD-INITS        DELIMITED BY SIZE
045300             " AT " DELIMITED BY SIZE
045400             WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
045500         INTO RPT-LINE.
045600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
045610     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
045620     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
045630     MOVE 'D' TO PAND-OPJ-OUTCOME.
045640     MOVE "CANARY RETIRED" TO PAND-OPJ-OUTCOME-TEXT.
045650     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
045700 6000-EXIT.
045800     EXIT.
045900*
046000*****************************************************************
046100*    6500-ACTIVATE-CANARY - RETURN A RETIRED JOB TO ACTIVE.     *
046110*    THE RECORD BEFORE AND AFTER AND THE OUTCOME ARE JOURNALED. *
046200*****************************************************************
046300 6500-ACTIVATE-CANARY.
046400     IF WS-CMD-JOB-ID = SPACES
046500         OR WS-CMD-INITS = SPACES
046600         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
046700         GO TO 6500-EXIT
046800     END-IF.
046900     MOVE WS-CMD-JOB-ID TO PAND-REG-JOB-ID.
047000     READ REG-FILE
047100         INVALID KEY
047200             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
047300             GO TO 6500-EXIT
047400     END-READ.
047410     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
047420     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
047500     MOVE 'A' TO PAND-REG-STATUS.
047600     MOVE WS-CMD-INITS TO PAND-REG-CHG-INITS.
047700     MOVE WS-TIMESTAMP-DISPLAY TO PAND-REG-CHG-STAMP.
047800     REWRITE PAND-REG-REC
047900         INVALID KEY
048000             DISPLAY "PANDORA REGISTRY MAINT - ACTIVATE REWRITE "
048100                 "FAILED - STATUS " WS-REG-STATUS
048200             ADD 1 TO WS-ERROR-COUNT
048210             MOVE 'F' TO PAND-OPJ-OUTCOME
048220             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
048230                     WS-REG-STATUS   DELIMITED BY SIZE
048240                 INTO PAND-OPJ-OUTCOME-TEXT
048250             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
048300             GO TO 6500-EXIT
048400     END-REWRITE.
048500     ADD 1 TO WS-ACTION-COUNT.
048600     MOVE SPACES TO RPT-LINE.
048700     STRING "ACTIVATE - JOB " DELIMITED BY SIZE
048800             PAND-REG-JOB-ID     DELIMITED BY SIZE
048900             " ACTIVE AGAIN BY " DELIMITED BY SIZE
049000             WS-CMD-INITS        DELIMITED BY SIZE
049100             " AT " DELIMITED BY SIZE
049200             WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
049300         INTO RPT-LINE.
049400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
049410     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
049420     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
049430     MOVE 'D' TO PAND-OPJ-OUTCOME.
049440     MOVE "CANARY ACTIVATED" TO PAND-OPJ-OUTCOME-TEXT.
049450     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
049500 6500-EXIT.
049600     EXIT.
049700*
049800*****************************************************************
049900*    6800-DELETE-CANARY - REMOVE A REGISTRY RECORD OUTRIGHT,    *
050000*    AS FOR AN ID ADDED IN ERROR.  A CANARY THAT ONCE RAN       *
050100*    SHOULD NORMALLY BE RETIRED INSTEAD.                        *
050110*    THE RECORD REMOVED AND THE OUTCOME ARE JOURNALED.          *
050200*****************************************************************
050300 6800-DELETE-CANARY.
050400     IF WS-CMD-JOB-ID = SPACES
050500         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
050600         GO TO 6800-EXIT
050700     END-IF.
050800     MOVE WS-CMD-JOB-ID TO PAND-REG-JOB-ID.
050900     READ REG-FILE
051000         INVALID KEY
051100             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
051200             GO TO 6800-EXIT
051300     END-READ.
051310     PERFORM 7610-FORMAT-REGISTRY-VALUES THRU 7610-EXIT.
051320     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
051400     DELETE REG-FILE
051500         INVALID KEY
051600             DISPLAY "PANDORA REGISTRY MAINT - DELETE FAILED - "
051700                 "STATUS " WS-REG-STATUS
051800             ADD 1 TO WS-ERROR-COUNT
051810             MOVE 'F' TO PAND-OPJ-OUTCOME
051820             STRING "DELETE FAILED - STATUS " DELIMITED BY SIZE
051830                     WS-REG-STATUS   DELIMITED BY SIZE
051840                 INTO PAND-OPJ-OUTCOME-TEXT
051850             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
051900             GO TO 6800-EXIT
052000     END-DELETE.
052100     ADD 1 TO WS-ACTION-COUNT.
052200     MOVE SPACES TO RPT-LINE.
052300     STRING "DELETE - JOB " DELIMITED BY SIZE
052400             WS-CMD-JOB-ID       DELIMITED BY SIZE
052500             "  REGISTRY RECORD REMOVED" DELIMITED BY SIZE
052600         INTO RPT-LINE.
052700     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
052710     MOVE 'D' TO PAND-OPJ-OUTCOME.
052720     MOVE "REGISTRY RECORD DELETED" TO PAND-OPJ-OUTCOME-TEXT.
052730     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
052800 6800-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053110*    7100-SET-STATUS-TEXT - SPELL OUT THE REGISTRY STATUS FOR   *
053120*    THE LIST LINE.                                             *
053130*****************************************************************
053140 7100-SET-STATUS-TEXT.
053150     EVALUATE TRUE
053160         WHEN PAND-REG-ACTIVE
053170             MOVE "ACTIVE " TO WS-STATUS-TEXT
053180         WHEN PAND-REG-RETIRED
053190             MOVE "RETIRED" TO WS-STATUS-TEXT
053200         WHEN OTHER
053210             MOVE "???????" TO WS-STATUS-TEXT
053220     END-EVALUATE.
053230 7100-EXIT.
053240     EXIT.
053250*
053260*****************************************************************
053270*    7200-REPORT-BAD-CARD - AUDIT LINE AND JOURNAL ENTRY FOR A  *
053280*    CARD THAT DID NOT PARSE AS A KNOWN COMMAND WITH USABLE     *
053290*    OPERANDS.                                                  *
053400*****************************************************************
053500 7200-REPORT-BAD-CARD.
053600     ADD 1 TO WS-ERROR-COUNT.
053700     MOVE SPACES TO RPT-LINE.
053800     STRING "ERROR - CARD NOT UNDERSTOOD: " DELIMITED BY SIZE
053900             CMD-CARD(1:50)      DELIMITED BY SIZE
054000         INTO RPT-LINE.
054100     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
054110     MOVE 'R' TO PAND-OPJ-OUTCOME.
054120     MOVE "CARD NOT UNDERSTOOD" TO PAND-OPJ-OUTCOME-TEXT.
054130     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
054200 7200-EXIT.
054300     EXIT.
054400*
054500*****************************************************************
054600*    7300-WRITE-AUDIT-LINE - EVERY ACTION AND ERROR GOES TO     *
054700*    THE REPORT AND TO SYSOUT SO THE RUN LEAVES A TRAIL IN      *
054800*    BOTH PLACES.                                               *
054900*****************************************************************
055000 7300-WRITE-AUDIT-LINE.
055100     WRITE RPT-LINE.
055200     IF WS-RPT-STATUS NOT = '00'
055300         DISPLAY "PANDORA REGISTRY MAINT - REPORT WRITE FAILED "
055400             "- STATUS " WS-RPT-STATUS
055500     END-IF.
055600     DISPLAY RPT-LINE.
055700 7300-EXIT.
055800     EXIT.
055900*
056000*****************************************************************
056010*    7400-REPORT-JOB-NOT-FOUND - AUDIT LINE AND JOURNAL ENTRY   *
056020*    FOR A CARD NAMING A JOB ID WITH NO REGISTRY RECORD.        *
056300*****************************************************************
056400 7400-REPORT-JOB-NOT-FOUND.
056500     ADD 1 TO WS-ERROR-COUNT.
056600     MOVE SPACES TO RPT-LINE.
056700     STRING "ERROR - JOB " DELIMITED BY SIZE
056800             WS-CMD-JOB-ID       DELIMITED BY SIZE
056900             " IS NOT ON THE REGISTRY" DELIMITED BY SIZE
057000         INTO RPT-LINE.
057100     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
057110     MOVE 'R' TO PAND-OPJ-OUTCOME.
057120     MOVE "JOB NOT ON THE REGISTRY" TO PAND-OPJ-OUTCOME-TEXT.
057130     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
057200 7400-EXIT.
057300     EXIT.
057400*
057500*****************************************************************
057600*    7500-BUILD-TIMESTAMP - FORMAT THE CURRENT DATE/TIME THE    *
057700*    SAME WAY THE MONITORING PROGRAMS STAMP THEIR RECORDS.      *
057800*****************************************************************
057900 7500-BUILD-TIMESTAMP.
058000     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
058100     ACCEPT WS-TS-TIME FROM TIME.
058200     STRING WS-TS-DATE       DELIMITED BY SIZE
058300             "-"             DELIMITED BY SIZE
058400             WS-TS-TIME(1:6) DELIMITED BY SIZE
058500         INTO WS-TIMESTAMP-DISPLAY.
058600 7500-EXIT.
058700     EXIT.
058800*
058900*****************************************************************
058910*    7600-WRITE-OPER-JOURNAL - COMPLETE THE JOURNAL ENTRY THE   *
058920*    COMMAND HAS BUILT (KEY, VALUES AND OUTCOME) WITH THE CARD  *
058930*    TIMESTAMP (THE SAME STAMP THE REGISTRY RECORD CARRIES),    *
058940*    THE UTILITY, THE SUBMITTING USER AND THE CARD AS ENTERED,  *
058950*    AND WRITE IT TO THE OPERATOR-ACTION JOURNAL, STEPPING THE  *
058960*    SEQUENCE NUMBER PAST ANY KEY ALREADY TAKEN.  A JOURNAL     *
058970*    THAT WILL NOT TAKE THE ENTRY IS AN ERROR LINE - THE        *
058980*    ACTION ITSELF HAS ALREADY BEEN TAKEN.                      *
059200*****************************************************************
059210 7600-WRITE-OPER-JOURNAL.
059220     IF PAND-OPJ-ACTION = SPACES
059230         MOVE WS-CMD-VERB TO PAND-OPJ-ACTION
059240     END-IF.
059250     MOVE WS-TIMESTAMP-DISPLAY TO PAND-OPJ-STAMP.
059260     MOVE "PANDREGM" TO PAND-OPJ-UTILITY.
059270     MOVE WS-OPJ-SEQ TO PAND-OPJ-SEQ.
059280     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
059290     MOVE CMD-CARD TO PAND-OPJ-COMMAND.
059300     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
059310     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
059320         UNTIL WS-OPJ-DONE
059330         OR PAND-OPJ-SEQ > 99998.
059340     MOVE PAND-OPJ-SEQ TO WS-OPJ-SEQ.
060200 7600-EXIT.
060202     EXIT.
060204*
060206*****************************************************************
060208*    7610-FORMAT-REGISTRY-VALUES - THE REGISTRY RECORD'S        *
060210*    STATUS, LIVE DATE, ON-CALL GROUP AND OWNER AS JOURNAL      *
060212*    TEXT, FOR THE BEFORE OR AFTER IMAGE.                       *
060214*****************************************************************
060216 7610-FORMAT-REGISTRY-VALUES.
060218     MOVE SPACES TO WS-OPJ-VALUES.
060220     STRING "STATUS " DELIMITED BY SIZE
060222             PAND-REG-STATUS     DELIMITED BY SIZE
060224             " LIVE " DELIMITED BY SIZE
060226             PAND-REG-LIVE-DATE  DELIMITED BY SIZE
060228             " ONCALL " DELIMITED BY SIZE
060230             PAND-REG-ONCALL     DELIMITED BY SIZE
060232             " " DELIMITED BY SIZE
060234             PAND-REG-OWNER      DELIMITED BY SIZE
060236         INTO WS-OPJ-VALUES.
060238 7610-EXIT.
060240     EXIT.
060242*
060244*****************************************************************
060246*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
060248*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
060250*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
060252*****************************************************************
060254 7650-WRITE-ONE-JOURNAL.
060256     ADD 1 TO PAND-OPJ-SEQ.
060258     WRITE PAND-OPJ-REC
060260         INVALID KEY
060262             IF WS-OPJ-STATUS NOT = '22'
060264                 DISPLAY "PANDORA REGISTRY MAINT - OPERATOR "
060266                     "JOURNAL WRITE FAILED - STATUS "
060268                     WS-OPJ-STATUS " - JOB " WS-CMD-JOB-ID
060270                 ADD 1 TO WS-ERROR-COUNT
060272                 SET WS-OPJ-DONE TO TRUE
060274             END-IF
060276         NOT INVALID KEY
060278             ADD 1 TO WS-OPJ-COUNT
060280             SET WS-OPJ-DONE TO TRUE
060282     END-WRITE.
060284 7650-EXIT.
060300     EXIT.
060400*
060500*****************************************************************
060600*    7700-VALIDATE-LIVE-DATE - THE LIVE DATE MUST BE AN EIGHT-  *
060700*    DIGIT YYYYMMDD WITH A REAL MONTH AND DAY, OR THE CHECKING  *
060800*    PROGRAMS COULD NEVER TELL WHEN THE CANARY FALLS DUE.  A    *
060810*    BAD DATE IS REPORTED AND JOURNALED HERE AND THE CARD IS    *
060820*    REJECTED.                                                  *
061000*****************************************************************
061100 7700-VALIDATE-LIVE-DATE.
061200     MOVE 'N' TO WS-DATE-OK-SWITCH.
061300     IF WS-CMD-DATE NOT NUMERIC
061400         OR WS-CMD-DATE(5:2) < '01'
061500         OR WS-CMD-DATE(5:2) > '12'
061600         OR WS-CMD-DATE(7:2) < '01'
061700         OR WS-CMD-DATE(7:2) > '31'
061800         ADD 1 TO WS-ERROR-COUNT
061900         MOVE SPACES TO RPT-LINE
062000         STRING "ERROR - LIVE DATE NOT A YYYYMMDD DATE: "
062100                     DELIMITED BY SIZE
062200                 WS-CMD-DATE         DELIMITED BY SIZE
062300             INTO RPT-LINE
062400         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
062410         MOVE 'R' TO PAND-OPJ-OUTCOME
062420         MOVE "LIVE DATE NOT A YYYYMMDD DATE"
062430             TO PAND-OPJ-OUTCOME-TEXT
062440         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
062500     ELSE
062600         SET WS-DATE-OK TO TRUE
062700     END-IF.
062800 7700-EXIT.
062900     EXIT.
063000*
063100*****************************************************************
063200*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
063300*****************************************************************
063400 8000-WRITE-SUMMARY.
063500     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
063600     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
063610     MOVE WS-OPJ-COUNT TO WS-OPJ-COUNT-D.
063700     MOVE SPACES TO RPT-LINE.
063800     WRITE RPT-LINE.
063900     MOVE SPACES TO RPT-LINE.
064000     STRING "COMMANDS COMPLETED . . . . . : " DELIMITED BY SIZE
064100             WS-ACTION-COUNT-D   DELIMITED BY SIZE
064200         INTO RPT-LINE.
064300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
064400     MOVE SPACES TO RPT-LINE.
064500     STRING "ERRORS REPORTED. . . . . . . : " DELIMITED BY SIZE
064600             WS-ERROR-COUNT-D    DELIMITED BY SIZE
064610         INTO RPT-LINE.
064620     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
064630     MOVE SPACES TO RPT-LINE.
064640     STRING "JOURNAL ENTRIES WRITTEN. . . : " DELIMITED BY SIZE
064650             WS-OPJ-COUNT-D      DELIMITED BY SIZE
064700         INTO RPT-LINE.
064800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
064900 8000-EXIT.
065000     EXIT.
065100*
065200*****************************************************************
065300*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
065400*    CODE.  ANY ERROR LINE GIVES THE RUN A WARNING CODE; A      *
065500*    FAILED OPEN GETS ITS OWN CODE.                             *
065600*****************************************************************
065700 9000-TERMINATE.
065800     CLOSE CMD-FILE.
065900     CLOSE REG-FILE.
065910     CLOSE OPJ-FILE.
066000     CLOSE RPT-FILE.
066100     IF WS-OPEN-FAILED
066200         MOVE 16 TO RETURN-CODE
066300     ELSE
066400         IF WS-ERROR-COUNT > 0
066500             MOVE 4 TO RETURN-CODE
066600         ELSE
066700             MOVE 0 TO RETURN-CODE
066800         END-IF
066900     END-IF.
067000 9000-EXIT.
067100     EXIT.
067200*
067300 9999-EXIT.
067400     STOP RUN.
