000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDCTLM.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDCTLM                                                    *
001000*   OPERATOR MAINTENANCE UTILITY FOR THE HEARTBEAT CONTROL      *
001100*   PROFILES ON PAND.CNTL.MESSAGE.  THE HEARTBEAT READS ITS     *
001200*   MESSAGE, THRESHOLD, BEAT SECONDS, AUDIT MODE AND PACE       *
001300*   TOLERANCE FROM THERE AT STARTUP, AND A TYPO MADE IN A       *
001400*   HAND EDIT ONLY SHOWED UP WHEN THE HEARTBEAT QUIETLY         *
001500*   CLAMPED OR IGNORED IT THAT NIGHT.  THIS UTILITY APPLIES     *
001600*   THE HEARTBEAT'S OWN RULES UP FRONT AND REJECTS A BAD        *
001700*   VALUE INSTEAD.  COMMAND CARDS FROM SYSIN:                   *
001800*                                                               *
001900*     LIST               - PRINT EVERY PROFILE, FLAGGING ANY    *
002000*                          VALUE THE HEARTBEAT WOULD CLAMP OR   *
002100*                          IGNORE.                              *
002200*     ADD    <JOB-ID> <THRESH> <BEAT> <MODE> <PACE> <INITS>     *
002300*            <MESSAGE>   - ADD A PROFILE.  THRESH IS NINE       *
002400*                          DIGITS, BEAT FIVE (00000-00240),     *
002500*                          PACE THREE (ALL ZERO-PADDED), MODE   *
002600*                          S (SUMMARY) OR D (DETAIL).  THE      *
002700*                          MESSAGE IS THE REST OF THE CARD.     *
002800*     CHANGE <JOB-ID> <THRESH> <BEAT> <MODE> <PACE> <INITS>     *
002900*            <MESSAGE>   - ALTER A PROFILE.  AN OPERAND OF *    *
003000*                          (OR A BLANK MESSAGE) KEEPS THE       *
003100*                          CURRENT VALUE.                       *
003200*     MESSAGE <JOB-ID> <INITS> <MESSAGE>                        *
003300*                        - REPLACE ONLY THE MESSAGE TEXT, FOR   *
003400*                          A TEXT TOO LONG TO FIT ON AN ADD OR  *
003500*                          CHANGE CARD.                         *
003600*     DELETE <JOB-ID> <INITS>                                   *
003700*                        - REMOVE A PROFILE.  *DEFAULT MAY NOT  *
003800*                          BE DELETED.                          *
003900*     JOURNAL <JOB-ID>   - PRINT THE CHANGE JOURNAL FOR ONE     *
004000*                          JOB (OR * FOR EVERY JOB).            *
004100*                                                               *
004200*   THE PROFILES ARE LOADED INTO A TABLE, THE CARDS ARE         *
004300*   APPLIED TO THE TABLE, AND ONLY WHEN AT LEAST ONE CHANGE     *
004400*   WAS MADE IS THE CONTROL FILE REWRITTEN - IN ITS ORIGINAL    *
004500*   ORDER, NEW PROFILES AT THE END.  EVERY CHANGE IS THEN       *
004600*   WRITTEN TO THE CHANGE JOURNAL (PAND.CNTL.MESSAGE.JOURNAL)   *
004700*   WITH ITS BEFORE AND AFTER IMAGES, THE OPERATOR'S INITIALS   *
004800*   AND THE TIMESTAMP.  A CARD WITH * IN COLUMN 1 IS A          *
004900*   COMMENT.  EVERY ACTION TAKEN IS PRINTED AS AN AUDIT LINE    *
005000*   ON THE REPORT AND ON SYSOUT.  A REJECTED CARD GIVES THE     *
005100*   RUN A WARNING RETURN CODE.                                  *
005200*                                                               *
005300*   MODIFICATION HISTORY                                        *
005400*   DATE       INIT  DESCRIPTION                                 *
005500*   ---------- ----  --------------------------------------     *
005600*   2026-10-15  DLM  ORIGINAL VERSION.                           *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CMD-FILE ASSIGN TO SYSIN
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CMD-STATUS.
006400     SELECT CTL-FILE ASSIGN TO CTLFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CTL-STATUS.
006700     SELECT JNL-FILE ASSIGN TO CJNFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PAND-CJN-KEY
007100         FILE STATUS IS WS-JNL-STATUS.
007200     SELECT RPT-FILE ASSIGN TO RPTFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-RPT-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CMD-FILE
007900     RECORDING MODE IS F.
008000 01  CMD-CARD                   PIC X(80).
008100*
008200 FD  CTL-FILE
008300     RECORDING MODE IS F.
008400     COPY PANDCTL.
008500*
008600 FD  JNL-FILE
008700     RECORDING MODE IS F.
008800     COPY PANDCJN.
008900*
009000 FD  RPT-FILE
009100     RECORDING MODE IS F.
009200 01  RPT-LINE                   PIC X(80).
009300*
009400 WORKING-STORAGE SECTION.
009500*
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
009800         88  WS-EOF                 VALUE 'Y'.
009900     05  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
010000         88  WS-CTL-EOF             VALUE 'Y'.
010100     05  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
010200         88  WS-SCAN-EOF            VALUE 'Y'.
010300     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
010400         88  WS-OPEN-FAILED         VALUE 'Y'.
010500     05  WS-SAVE-FAILED-SWITCH  PIC X(01) VALUE 'N'.
010600         88  WS-SAVE-FAILED         VALUE 'Y'.
010610     05  WS-SAVE-PARTIAL-SWITCH PIC X(01) VALUE 'N'.
010620         88  WS-SAVE-PARTIAL        VALUE 'Y'.
010700     05  WS-PROFILE-OK-SWITCH   PIC X(01) VALUE 'N'.
010800         88  WS-PROFILE-OK          VALUE 'Y'.
010900     05  WS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
011000         88  WS-FOUND               VALUE 'Y'.
011100     05  WS-JNLF-DONE-SWITCH    PIC X(01) VALUE 'N'.
011200         88  WS-JNLF-DONE           VALUE 'Y'.
011300*
011400 01  WS-FILE-STATUSES.
011500     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
011600     05  WS-CTL-STATUS          PIC X(02) VALUE '00'.
011700     05  WS-JNL-STATUS          PIC X(02) VALUE '00'.
011800     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
011900*
012000 01  WS-COUNTERS.
012100     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
012200     05  WS-ACTION-COUNT        PIC 9(05) COMP VALUE 0.
012300     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
012400     05  WS-LIST-COUNT          PIC 9(05) COMP VALUE 0.
012500     05  WS-SAVED-COUNT         PIC 9(05) COMP VALUE 0.
012600     05  WS-JNL-WRITTEN-COUNT   PIC 9(05) COMP VALUE 0.
012700*
012800 01  WS-MAX-BEAT-SECONDS        PIC 9(05) VALUE 00240.
012900*
013000 01  WS-COMMAND-FIELDS.
013100     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
013200     05  WS-CMD-JOB-ID          PIC X(08) VALUE SPACES.
013300     05  WS-CMD-THRESHOLD       PIC X(10) VALUE SPACES.
013400     05  WS-CMD-BEAT            PIC X(06) VALUE SPACES.
013500     05  WS-CMD-MODE            PIC X(02) VALUE SPACES.
013600     05  WS-CMD-PACE            PIC X(04) VALUE SPACES.
013700     05  WS-CMD-INITS           PIC X(03) VALUE SPACES.
013800     05  WS-CMD-MESSAGE         PIC X(50) VALUE SPACES.
013900     05  WS-CMD-PTR             PIC S9(04) COMP VALUE 0.
014000*
014100 01  WS-PROFILE-TABLE-FIELDS.
014200     05  WS-PF-MAX              PIC 9(03) COMP VALUE 200.
014300     05  WS-PF-COUNT            PIC 9(03) COMP VALUE 0.
014400     05  WS-PF-ENTRY OCCURS 200 TIMES
014500             INDEXED BY PF-IX.
014600         10  WS-PF-REC          PIC X(80).
014700         10  WS-PF-DELETED      PIC X(01).
014800*
014900 01  WS-WORK-PROFILE.
015000     05  WS-WP-JOB-ID           PIC X(08).
015100     05  WS-WP-MESSAGE          PIC X(50).
015200     05  WS-WP-THRESHOLD        PIC X(09).
015300     05  WS-WP-BEAT             PIC X(05).
015400     05  WS-WP-BEAT-NUM REDEFINES WS-WP-BEAT
015500                                PIC 9(05).
015600     05  WS-WP-AUDIT-MODE       PIC X(01).
015700     05  WS-WP-PACE             PIC X(03).
015800     05  FILLER                 PIC X(04).
015900 01  WS-BEFORE-IMAGE            PIC X(80) VALUE SPACES.
016000 01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
016100 01  WS-MODE-TEXT               PIC X(01) VALUE SPACE.
016200*
016300 01  WS-JOURNAL-TABLE-FIELDS.
016400     05  WS-JE-MAX              PIC 9(03) COMP VALUE 100.
016500     05  WS-JE-COUNT            PIC 9(03) COMP VALUE 0.
016600     05  WS-JE-ENTRY OCCURS 100 TIMES
016700             INDEXED BY JE-IX.
016800         10  WS-JE-IMAGE        PIC X(200).
016900*
017000 01  WS-JOURNAL-SCAN-FIELDS.
017100     05  WS-JS-JOB-ID           PIC X(08) VALUE SPACES.
017200*
017300 01  WS-DISPLAY-COUNTS.
017400     05  WS-ACTION-COUNT-D      PIC 9(05).
017500     05  WS-ERROR-COUNT-D       PIC 9(05).
017600     05  WS-SAVED-COUNT-D       PIC 9(05).
017700     05  WS-JNL-COUNT-D         PIC 9(05).
017800     05  WS-JE-MAX-D            PIC 9(03).
017900*
018000 01  WS-TIMESTAMP-FIELDS.
018100     05  WS-TS-DATE             PIC 9(08).
018200     05  WS-TS-TIME             PIC 9(08).
018300 01  WS-TIMESTAMP-DISPLAY       PIC X(15).
018400*
018500 01  WS-REPORT-LINES.
018600     05  WS-HDR1                PIC X(80) VALUE
018700         "PANDORA HEARTBEAT - CONTROL PROFILE MAINTENANCE".
018800     05  WS-HDR2                PIC X(80) VALUE
018900         "===============================================".
019000*
019100 PROCEDURE DIVISION.
019200*
019300 0000-MAIN-PARA.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     IF WS-OPEN-FAILED
019600         GO TO 9000-TERMINATE
019700     END-IF.
019800     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
019900         UNTIL WS-EOF.
020000     IF WS-JE-COUNT > 0
020100         PERFORM 8500-SAVE-CHANGES THRU 8500-EXIT
020200     END-IF.
020300     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     GO TO 9999-EXIT.
020600*
020700*****************************************************************
020800*    1000-INITIALIZE - OPEN THE COMMAND, JOURNAL AND REPORT     *
020900*    FILES, LOAD THE CONTROL PROFILES INTO THE TABLE AND PRIME  *
021000*    THE CARD READ-AHEAD.  A FAILED OPEN, OR A CONTROL FILE     *
021100*    THAT DOES NOT LOAD IN FULL, ABANDONS THE RUN WITH ITS OWN  *
021200*    RETURN CODE BEFORE ANY ACTION IS TAKEN - REWRITING A       *
021300*    PARTLY-LOADED CONTROL FILE WOULD LOSE PROFILES.            *
021400*****************************************************************
021500 1000-INITIALIZE.
021600     OPEN INPUT CMD-FILE.
021700     IF WS-CMD-STATUS NOT = '00'
021800         DISPLAY "PANDORA PROFILE MAINT - SYSIN OPEN FAILED - "
021900             "STATUS " WS-CMD-STATUS
022000         SET WS-OPEN-FAILED TO TRUE
022100     END-IF.
022200     OPEN I-O JNL-FILE.
022300     IF WS-JNL-STATUS NOT = '00'
022400         DISPLAY "PANDORA PROFILE MAINT - CHANGE JOURNAL OPEN "
022500             "FAILED - STATUS " WS-JNL-STATUS
022600         SET WS-OPEN-FAILED TO TRUE
022700     END-IF.
022800     OPEN OUTPUT RPT-FILE.
022900     IF WS-RPT-STATUS NOT = '00'
023000         DISPLAY "PANDORA PROFILE MAINT - REPORT OPEN FAILED - "
023100             "STATUS " WS-RPT-STATUS
023200         SET WS-OPEN-FAILED TO TRUE
023300     END-IF.
023400     IF WS-OPEN-FAILED
023500         GO TO 1000-EXIT
023600     END-IF.
023700     PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT.
023800     IF WS-OPEN-FAILED
023900         GO TO 1000-EXIT
024000     END-IF.
024100     MOVE WS-HDR1 TO RPT-LINE.
024200     WRITE RPT-LINE.
024300     MOVE WS-HDR2 TO RPT-LINE.
024400     WRITE RPT-LINE.
024500     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800*
024900*****************************************************************
025000*    1100-LOAD-PROFILES - READ THE WHOLE CONTROL FILE INTO THE  *
025100*    PROFILE TABLE, IN FILE ORDER, AND CLOSE IT.                *
025200*****************************************************************
025300 1100-LOAD-PROFILES.
025400     OPEN INPUT CTL-FILE.
025500     IF WS-CTL-STATUS NOT = '00'
025600         DISPLAY "PANDORA PROFILE MAINT - CONTROL FILE OPEN "
025700             "FAILED - STATUS " WS-CTL-STATUS
025800         SET WS-OPEN-FAILED TO TRUE
025900         GO TO 1100-EXIT
026000     END-IF.
026100     PERFORM 1150-LOAD-ONE-PROFILE THRU 1150-EXIT
026200         UNTIL WS-CTL-EOF.
026300     CLOSE CTL-FILE.
026400 1100-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800*    1150-LOAD-ONE-PROFILE - FILE ONE CONTROL RECORD IN THE     *
026900*    TABLE.  A READ FAILURE OR A FILE TOO BIG FOR THE TABLE     *
027000*    STOPS THE RUN.  A SECOND PROFILE FOR A JOB ID ALREADY      *
027100*    LOADED IS KEPT BUT DIAGNOSED - THE HEARTBEAT USES THE      *
027200*    FIRST, AND SO DO CHANGE AND DELETE HERE.                   *
027300*****************************************************************
027400 1150-LOAD-ONE-PROFILE.
027500     READ CTL-FILE
027600         AT END
027700             SET WS-CTL-EOF TO TRUE
027800             GO TO 1150-EXIT
027900     END-READ.
028000     IF WS-CTL-STATUS NOT = '00'
028100         DISPLAY "PANDORA PROFILE MAINT - CONTROL FILE READ "
028200             "FAILED - STATUS " WS-CTL-STATUS
028300         SET WS-OPEN-FAILED TO TRUE
028400         SET WS-CTL-EOF TO TRUE
028500         GO TO 1150-EXIT
028600     END-IF.
028700     IF WS-PF-COUNT >= WS-PF-MAX
028800         DISPLAY "PANDORA PROFILE MAINT - MORE THAN " WS-PF-MAX
028900             " CONTROL PROFILES - RUN ABANDONED"
029000         SET WS-OPEN-FAILED TO TRUE
029100         SET WS-CTL-EOF TO TRUE
029200         GO TO 1150-EXIT
029300     END-IF.
029400     MOVE PAND-CTL-JOB-ID TO WS-CMD-JOB-ID.
029500     PERFORM 7100-FIND-PROFILE THRU 7100-EXIT.
029600     IF WS-FOUND
029700         DISPLAY "PANDORA PROFILE MAINT - DUPLICATE PROFILE FOR "
029800             PAND-CTL-JOB-ID " - THE FIRST ONE IS IN EFFECT"
029900     END-IF.
030000     ADD 1 TO WS-PF-COUNT.
030100     SET PF-IX TO WS-PF-COUNT.
030200     MOVE PAND-CTL-REC TO WS-PF-REC (PF-IX).
030300     MOVE 'N' TO WS-PF-DELETED (PF-IX).
030400     MOVE SPACES TO WS-CMD-JOB-ID.
030500 1150-EXIT.
030600     EXIT.
030700*
030800*****************************************************************
030900*    2000-PROCESS-CARD - PARSE ONE COMMAND CARD AND CARRY THE   *
031000*    COMMAND OUT.  BLANK CARDS AND CARDS WITH * IN COLUMN 1     *
031100*    ARE PASSED OVER; ANYTHING ELSE THAT DOES NOT PARSE IS AN   *
031200*    ERROR LINE ON THE REPORT.  ON AN ADD OR CHANGE THE         *
031300*    MESSAGE IS EVERYTHING ON THE CARD AFTER THE INITIALS,      *
031400*    SPACES INCLUDED.  ON A DELETE THE INITIALS ARE THE THIRD   *
031500*    WORD ON THE CARD; A MESSAGE CARD IS RE-PARSED FOR ITS      *
031600*    OWN SHORTER OPERAND LIST.                                  *
031700*****************************************************************
031800 2000-PROCESS-CARD.
031900     ADD 1 TO WS-CARD-COUNT.
032000     IF CMD-CARD = SPACES
032100         OR CMD-CARD(1:1) = '*'
032200         GO TO 2000-NEXT
032300     END-IF.
032400     MOVE SPACES TO WS-CMD-VERB.
032500     MOVE SPACES TO WS-CMD-JOB-ID.
032600     MOVE SPACES TO WS-CMD-THRESHOLD.
032700     MOVE SPACES TO WS-CMD-BEAT.
032800     MOVE SPACES TO WS-CMD-MODE.
032900     MOVE SPACES TO WS-CMD-PACE.
033000     MOVE SPACES TO WS-CMD-INITS.
033100     MOVE SPACES TO WS-CMD-MESSAGE.
033200     MOVE 1 TO WS-CMD-PTR.
033300     UNSTRING CMD-CARD DELIMITED BY ALL SPACES
033400         INTO WS-CMD-VERB WS-CMD-JOB-ID WS-CMD-THRESHOLD
033500             WS-CMD-BEAT WS-CMD-MODE WS-CMD-PACE WS-CMD-INITS
033600         WITH POINTER WS-CMD-PTR.
033700     IF WS-CMD-PTR <= 80
033800         MOVE CMD-CARD(WS-CMD-PTR:) TO WS-CMD-MESSAGE
033900     END-IF.
034000     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
034100     EVALUATE WS-CMD-VERB
034200         WHEN 'LIST'
034300             PERFORM 3000-LIST-PROFILES THRU 3000-EXIT
034400         WHEN 'ADD'
034500             PERFORM 4000-ADD-PROFILE THRU 4000-EXIT
034600         WHEN 'CHANGE'
034700             PERFORM 5000-CHANGE-PROFILE THRU 5000-EXIT
034800         WHEN 'MESSAGE'
034900             MOVE SPACES TO WS-CMD-MESSAGE
035000             MOVE 1 TO WS-CMD-PTR
035100             UNSTRING CMD-CARD DELIMITED BY ALL SPACES
035200                 INTO WS-CMD-VERB WS-CMD-JOB-ID WS-CMD-INITS
035300                 WITH POINTER WS-CMD-PTR
035400             IF WS-CMD-PTR <= 80
035500                 MOVE CMD-CARD(WS-CMD-PTR:) TO WS-CMD-MESSAGE
035600             END-IF
035700             PERFORM 5500-CHANGE-MESSAGE THRU 5500-EXIT
035800         WHEN 'DELETE'
035900             MOVE WS-CMD-THRESHOLD TO WS-CMD-INITS
036000             PERFORM 6000-DELETE-PROFILE THRU 6000-EXIT
036100         WHEN 'JOURNAL'
036200             PERFORM 6500-LIST-JOURNAL THRU 6500-EXIT
036300         WHEN OTHER
036400             PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
036500     END-EVALUATE.
036600 2000-NEXT.
036700     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
036800 2000-EXIT.
036900     EXIT.
037000*
037100*****************************************************************
037200*    2900-READ-COMMAND-CARD - READ-AHEAD ONE SYSIN CARD.        *
037300*****************************************************************
037400 2900-READ-COMMAND-CARD.
037500     READ CMD-FILE
037600         AT END
037700             SET WS-EOF TO TRUE
037800         NOT AT END
037900             CONTINUE
038000     END-READ.
038100     IF WS-CMD-STATUS NOT = '00' AND WS-CMD-STATUS NOT = '10'
038200         DISPLAY "PANDORA PROFILE MAINT - SYSIN READ FAILED - "
038300             "STATUS " WS-CMD-STATUS
038400         SET WS-EOF TO TRUE
038500     END-IF.
038600 2900-EXIT.
038700     EXIT.
038800*
038900*****************************************************************
039000*    3000-LIST-PROFILES - PRINT EVERY PROFILE AS IT NOW STANDS  *
039100*    (CHANGES MADE EARLIER IN THE RUN INCLUDED), IN FILE        *
039200*    ORDER, WITH A WARNING LINE FOR ANY VALUE THE HEARTBEAT     *
039300*    WOULD CLAMP OR IGNORE.                                     *
039400*****************************************************************
039500 3000-LIST-PROFILES.
039600     MOVE 0 TO WS-LIST-COUNT.
039700     PERFORM 3100-LIST-ONE-PROFILE THRU 3100-EXIT
039800         VARYING PF-IX FROM 1 BY 1
039900         UNTIL PF-IX > WS-PF-COUNT.
040000     IF WS-LIST-COUNT = 0
040100         MOVE "LIST - NO CONTROL PROFILES ON FILE" TO RPT-LINE
040200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
040300     END-IF.
040400     ADD 1 TO WS-ACTION-COUNT.
040500 3000-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*    3100-LIST-ONE-PROFILE - PRINT ONE PROFILE.                 *
041000*****************************************************************
041100 3100-LIST-ONE-PROFILE.
041200     IF WS-PF-DELETED (PF-IX) = 'Y'
041300         GO TO 3100-EXIT
041400     END-IF.
041500     ADD 1 TO WS-LIST-COUNT.
041600     MOVE WS-PF-REC (PF-IX) TO WS-WORK-PROFILE.
041700     MOVE "LIST -" TO WS-REJECT-REASON.
041800     PERFORM 7800-WRITE-PROFILE-LINES THRU 7800-EXIT.
041900     PERFORM 7700-VALIDATE-PROFILE THRU 7700-EXIT.
042000     IF NOT WS-PROFILE-OK
042100         MOVE SPACES TO RPT-LINE
042200         STRING "       *** " DELIMITED BY SIZE
042300                 WS-REJECT-REASON    DELIMITED BY SIZE
042400                 " ***" DELIMITED BY SIZE
042500             INTO RPT-LINE
042600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
042700     END-IF.
042800 3100-EXIT.
042900     EXIT.
043000*
043100*****************************************************************
043200*    4000-ADD-PROFILE - ADD A PROFILE FOR A JOB ID THAT HAS     *
043300*    NONE.  EVERY OPERAND IS REQUIRED AND MUST PASS THE         *
043400*    HEARTBEAT'S RULES.  A JOB ID THAT ALREADY HAS A PROFILE    *
043500*    IS REFUSED RATHER THAN QUIETLY OVERLAID - A CHANGE CARD    *
043600*    SAYS THAT ON PURPOSE.                                      *
043700*****************************************************************
043800 4000-ADD-PROFILE.
043900     IF WS-CMD-JOB-ID = SPACES
044000         OR WS-CMD-THRESHOLD = SPACES
044100         OR WS-CMD-BEAT = SPACES
044200         OR WS-CMD-MODE = SPACES
044300         OR WS-CMD-PACE = SPACES
044400         OR WS-CMD-INITS = SPACES
044500         OR WS-CMD-THRESHOLD = '*'
044600         OR WS-CMD-BEAT = '*'
044700         OR WS-CMD-MODE = '*'
044800         OR WS-CMD-PACE = '*'
044900         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
045000         GO TO 4000-EXIT
045100     END-IF.
045200     IF WS-CMD-JOB-ID(1:1) = '*'
045300         AND WS-CMD-JOB-ID NOT = '*DEFAULT'
045400         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
045500         GO TO 4000-EXIT
045600     END-IF.
045700     PERFORM 7100-FIND-PROFILE THRU 7100-EXIT.
045800     IF WS-FOUND
045900         ADD 1 TO WS-ERROR-COUNT
046000         MOVE SPACES TO RPT-LINE
046100         STRING "ERROR - JOB " DELIMITED BY SIZE
046200                 WS-CMD-JOB-ID       DELIMITED BY SIZE
046300                 " ALREADY HAS A PROFILE - USE CHANGE"
046400                     DELIMITED BY SIZE
046500             INTO RPT-LINE
046600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
046700         GO TO 4000-EXIT
046800     END-IF.
046900     IF WS-PF-COUNT >= WS-PF-MAX
047000         ADD 1 TO WS-ERROR-COUNT
047100         MOVE SPACES TO RPT-LINE
047200         STRING "ERROR - PROFILE TABLE FULL - JOB "
047300                     DELIMITED BY SIZE
047400                 WS-CMD-JOB-ID       DELIMITED BY SIZE
047500                 " NOT ADDED" DELIMITED BY SIZE
047600             INTO RPT-LINE
047700         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
047800         GO TO 4000-EXIT
047900     END-IF.
048000     MOVE SPACES TO WS-WORK-PROFILE.
048100     MOVE WS-CMD-JOB-ID TO WS-WP-JOB-ID.
048200     PERFORM 7600-APPLY-OPERANDS THRU 7600-EXIT.
048300     PERFORM 7700-VALIDATE-PROFILE THRU 7700-EXIT.
048400     IF NOT WS-PROFILE-OK
048500         PERFORM 7400-REPORT-REJECTED THRU 7400-EXIT
048600         GO TO 4000-EXIT
048700     END-IF.
048800     IF WS-JE-COUNT >= WS-JE-MAX
048900         PERFORM 7450-REPORT-TOO-MANY THRU 7450-EXIT
049000         GO TO 4000-EXIT
049100     END-IF.
049200     ADD 1 TO WS-PF-COUNT.
049300     SET PF-IX TO WS-PF-COUNT.
049400     MOVE WS-WORK-PROFILE TO WS-PF-REC (PF-IX).
049500     MOVE 'N' TO WS-PF-DELETED (PF-IX).
049600     MOVE SPACES TO WS-BEFORE-IMAGE.
049700     MOVE "ADD   " TO PAND-CJN-ACTION.
049800     PERFORM 7900-QUEUE-JOURNAL-ENTRY THRU 7900-EXIT.
049900     ADD 1 TO WS-ACTION-COUNT.
050000     MOVE "ADD -" TO WS-REJECT-REASON.
050100     PERFORM 7800-WRITE-PROFILE-LINES THRU 7800-EXIT.
050200 4000-EXIT.
050300     EXIT.
050400*
050500*****************************************************************
050600*    5000-CHANGE-PROFILE - ALTER THE THRESHOLD, BEAT SECONDS,   *
050700*    AUDIT MODE, PACE TOLERANCE AND MESSAGE OF AN EXISTING      *
050800*    PROFILE.  AN OPERAND OF * KEEPS THE CURRENT VALUE, AS      *
050900*    DOES A BLANK MESSAGE.  THE RESULT MUST PASS THE SAME       *
051000*    RULES AS AN ADD, SO A CHANGE CANNOT LEAVE A BAD VALUE      *
051100*    THAT WAS HAND-EDITED IN EARLIER - IT HAS TO FIX IT.        *
051200*****************************************************************
051300 5000-CHANGE-PROFILE.
051400     IF WS-CMD-JOB-ID = SPACES
051500         OR WS-CMD-THRESHOLD = SPACES
051600         OR WS-CMD-BEAT = SPACES
051700         OR WS-CMD-MODE = SPACES
051800         OR WS-CMD-PACE = SPACES
051900         OR WS-CMD-INITS = SPACES
052000         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
052100         GO TO 5000-EXIT
052200     END-IF.
052300     PERFORM 7100-FIND-PROFILE THRU 7100-EXIT.
052400     IF NOT WS-FOUND
052500         PERFORM 7350-REPORT-NOT-FOUND THRU 7350-EXIT
052600         GO TO 5000-EXIT
052700     END-IF.
052800     MOVE WS-PF-REC (PF-IX) TO WS-BEFORE-IMAGE.
052900     MOVE WS-PF-REC (PF-IX) TO WS-WORK-PROFILE.
053000     PERFORM 7600-APPLY-OPERANDS THRU 7600-EXIT.
053100     PERFORM 7700-VALIDATE-PROFILE THRU 7700-EXIT.
053200     IF NOT WS-PROFILE-OK
053300         PERFORM 7400-REPORT-REJECTED THRU 7400-EXIT
053400         GO TO 5000-EXIT
053500     END-IF.
053600     PERFORM 5900-STORE-CHANGE THRU 5900-EXIT.
053700 5000-EXIT.
053800     EXIT.
053900*
054000*****************************************************************
054100*    5500-CHANGE-MESSAGE - REPLACE ONLY THE MESSAGE TEXT OF AN  *
054200*    EXISTING PROFILE.  THE OTHER VALUES ARE LEFT AS THEY ARE,  *
054300*    BUT MUST STILL PASS THE RULES - A MESSAGE CARD CANNOT BE   *
054400*    USED TO SLIP PAST A BAD VALUE ALREADY ON THE PROFILE.      *
054500*****************************************************************
054600 5500-CHANGE-MESSAGE.
054700     IF WS-CMD-JOB-ID = SPACES
054800         OR WS-CMD-INITS = SPACES
054900         OR WS-CMD-MESSAGE = SPACES
055000         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
055100         GO TO 5500-EXIT
055200     END-IF.
055300     PERFORM 7100-FIND-PROFILE THRU 7100-EXIT.
055400     IF NOT WS-FOUND
055500         PERFORM 7350-REPORT-NOT-FOUND THRU 7350-EXIT
055600         GO TO 5500-EXIT
055700     END-IF.
055800     MOVE WS-PF-REC (PF-IX) TO WS-BEFORE-IMAGE.
055900     MOVE WS-PF-REC (PF-IX) TO WS-WORK-PROFILE.
056000     MOVE WS-CMD-MESSAGE TO WS-WP-MESSAGE.
056100     PERFORM 7700-VALIDATE-PROFILE THRU 7700-EXIT.
056200     IF NOT WS-PROFILE-OK
056300         PERFORM 7400-REPORT-REJECTED THRU 7400-EXIT
056400         GO TO 5500-EXIT
056500     END-IF.
056600     PERFORM 5900-STORE-CHANGE THRU 5900-EXIT.
056700 5500-EXIT.
056800     EXIT.
056900*
057000*****************************************************************
057100*    5900-STORE-CHANGE - PUT THE VALIDATED WORK PROFILE BACK IN *
057200*    THE TABLE ENTRY AT PF-IX AND QUEUE ITS JOURNAL ENTRY.  A   *
057300*    CHANGE THAT ALTERS NOTHING IS REPORTED BUT NOT JOURNALED.  *
057400*****************************************************************
057500 5900-STORE-CHANGE.
057600     IF WS-WORK-PROFILE = WS-BEFORE-IMAGE
057700         ADD 1 TO WS-ACTION-COUNT
057800         MOVE SPACES TO RPT-LINE
057900         STRING "CHANGE - JOB " DELIMITED BY SIZE
058000                 WS-CMD-JOB-ID       DELIMITED BY SIZE
058100                 " - NO VALUE DIFFERS, NOTHING CHANGED"
058200                     DELIMITED BY SIZE
058300             INTO RPT-LINE
058400         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
058500         GO TO 5900-EXIT
058600     END-IF.
058700     IF WS-JE-COUNT >= WS-JE-MAX
058800         PERFORM 7450-REPORT-TOO-MANY THRU 7450-EXIT
058900         GO TO 5900-EXIT
059000     END-IF.
059100     MOVE WS-WORK-PROFILE TO WS-PF-REC (PF-IX).
059200     MOVE "CHANGE" TO PAND-CJN-ACTION.
059300     PERFORM 7900-QUEUE-JOURNAL-ENTRY THRU 7900-EXIT.
059400     ADD 1 TO WS-ACTION-COUNT.
059500     MOVE "CHANGE -" TO WS-REJECT-REASON.
059600     PERFORM 7800-WRITE-PROFILE-LINES THRU 7800-EXIT.
059700 5900-EXIT.
059800     EXIT.
059900*
060000*****************************************************************
060100*    6000-DELETE-PROFILE - REMOVE A PROFILE.  THE *DEFAULT      *
060200*    PROFILE IS REFUSED: IT IS WHAT EVERY INSTANCE WITHOUT A    *
060300*    PROFILE OF ITS OWN RUNS UNDER, AND LOSING IT WOULD DROP    *
060400*    THEM ALL BACK TO THE COMPILED-IN DEFAULTS UNANNOUNCED.     *
060500*****************************************************************
060600 6000-DELETE-PROFILE.
060700     IF WS-CMD-JOB-ID = SPACES
060800         OR WS-CMD-INITS = SPACES
060900         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
061000         GO TO 6000-EXIT
061100     END-IF.
061200     IF WS-CMD-JOB-ID = '*DEFAULT'
061300         ADD 1 TO WS-ERROR-COUNT
061400         MOVE "ERROR - THE *DEFAULT PROFILE MAY NOT BE DELETED"
061500             TO RPT-LINE
061600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
061700         GO TO 6000-EXIT
061800     END-IF.
061900     PERFORM 7100-FIND-PROFILE THRU 7100-EXIT.
062000     IF NOT WS-FOUND
062100         PERFORM 7350-REPORT-NOT-FOUND THRU 7350-EXIT
062200         GO TO 6000-EXIT
062300     END-IF.
062400     IF WS-JE-COUNT >= WS-JE-MAX
062500         PERFORM 7450-REPORT-TOO-MANY THRU 7450-EXIT
062600         GO TO 6000-EXIT
062700     END-IF.
062800     MOVE WS-PF-REC (PF-IX) TO WS-BEFORE-IMAGE.
062900     MOVE SPACES TO WS-WORK-PROFILE.
063000     MOVE 'Y' TO WS-PF-DELETED (PF-IX).
063100     MOVE "DELETE" TO PAND-CJN-ACTION.
063200     PERFORM 7900-QUEUE-JOURNAL-ENTRY THRU 7900-EXIT.
063300     ADD 1 TO WS-ACTION-COUNT.
063400     MOVE SPACES TO RPT-LINE.
063500     STRING "DELETE - JOB " DELIMITED BY SIZE
063600             WS-CMD-JOB-ID       DELIMITED BY SIZE
063700             "  PROFILE REMOVED BY " DELIMITED BY SIZE
063800             WS-CMD-INITS        DELIMITED BY SIZE
063900         INTO RPT-LINE.
064000     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
064100 6000-EXIT.
064200     EXIT.
064300*
064400*****************************************************************
064500*    6500-LIST-JOURNAL - PRINT THE CHANGE JOURNAL FOR ONE JOB   *
064600*    ID, OR FOR EVERY JOB WHEN THE OPERAND IS * OR BLANK, IN    *
064700*    KEY ORDER (JOB, THEN TIME).  CHANGES MADE IN THIS RUN ARE  *
064800*    NOT YET ON THE JOURNAL - THEY GO ON AT THE END OF THE RUN. *
064900*****************************************************************
065000 6500-LIST-JOURNAL.
065100     MOVE 0 TO WS-LIST-COUNT.
065200     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
065300     IF WS-CMD-JOB-ID = '*'
065400         MOVE SPACES TO WS-JS-JOB-ID
065500     ELSE
065600         MOVE WS-CMD-JOB-ID TO WS-JS-JOB-ID
065700     END-IF.
065800     MOVE LOW-VALUES TO PAND-CJN-KEY.
065900     IF WS-JS-JOB-ID NOT = SPACES
066000         MOVE WS-JS-JOB-ID TO PAND-CJN-JOB-ID
066100     END-IF.
066200     START JNL-FILE KEY NOT < PAND-CJN-KEY
066300         INVALID KEY
066400             SET WS-SCAN-EOF TO TRUE
066500     END-START.
066600     PERFORM 6600-LIST-ONE-JOURNAL THRU 6600-EXIT
066700         UNTIL WS-SCAN-EOF.
066800     IF WS-LIST-COUNT = 0
066900         MOVE "JOURNAL - NO CHANGES ON FILE" TO RPT-LINE
067000         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
067100     END-IF.
067200     ADD 1 TO WS-ACTION-COUNT.
067300 6500-EXIT.
067400     EXIT.
067500*
067600*****************************************************************
067700*    6600-LIST-ONE-JOURNAL - PRINT ONE JOURNAL ENTRY: WHO, WHEN *
067800*    AND WHAT, THEN THE BEFORE AND AFTER VALUES.                *
067900*****************************************************************
068000 6600-LIST-ONE-JOURNAL.
068100     READ JNL-FILE NEXT RECORD
068200         AT END
068300             SET WS-SCAN-EOF TO TRUE
068400             GO TO 6600-EXIT
068500     END-READ.
068600     IF WS-JNL-STATUS NOT = '00'
068700         DISPLAY "PANDORA PROFILE MAINT - CHANGE JOURNAL READ "
068800             "FAILED - STATUS " WS-JNL-STATUS
068900         SET WS-SCAN-EOF TO TRUE
069000         GO TO 6600-EXIT
069100     END-IF.
069200     IF WS-JS-JOB-ID NOT = SPACES
069300         AND PAND-CJN-JOB-ID NOT = WS-JS-JOB-ID
069400         SET WS-SCAN-EOF TO TRUE
069500         GO TO 6600-EXIT
069600     END-IF.
069700     ADD 1 TO WS-LIST-COUNT.
069800     MOVE SPACES TO RPT-LINE.
069900     STRING "JOURNAL - " DELIMITED BY SIZE
070000             PAND-CJN-STAMP      DELIMITED BY SIZE
070100             " " DELIMITED BY SIZE
070200             PAND-CJN-ACTION     DELIMITED BY SIZE
070300             " JOB " DELIMITED BY SIZE
070400             PAND-CJN-JOB-ID     DELIMITED BY SIZE
070500             " BY " DELIMITED BY SIZE
070600             PAND-CJN-INITS      DELIMITED BY SIZE
070700         INTO RPT-LINE.
070800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
070900     IF PAND-CJN-BEFORE NOT = SPACES
071000         MOVE PAND-CJN-BEFORE TO WS-WORK-PROFILE
071100         MOVE "BEFORE -" TO WS-REJECT-REASON
071200         PERFORM 7800-WRITE-PROFILE-LINES THRU 7800-EXIT
071300     END-IF.
071400     IF PAND-CJN-AFTER NOT = SPACES
071500         MOVE PAND-CJN-AFTER TO WS-WORK-PROFILE
071600         MOVE "AFTER -" TO WS-REJECT-REASON
071700         PERFORM 7800-WRITE-PROFILE-LINES THRU 7800-EXIT
071800     END-IF.
071900 6600-EXIT.
072000     EXIT.
072100*
072200*****************************************************************
072300*    7100-FIND-PROFILE - LOOK WS-CMD-JOB-ID UP AMONG THE        *
072400*    PROFILES NOT DELETED IN THIS RUN.  WS-FOUND IS SET AND     *
072500*    PF-IX LEFT ON THE FIRST MATCH.                             *
072600*****************************************************************
072700 7100-FIND-PROFILE.
072800     MOVE 'N' TO WS-FOUND-SWITCH.
072900     SET PF-IX TO 1.
073000     SEARCH WS-PF-ENTRY
073100         AT END
073200             CONTINUE
073300         WHEN PF-IX > WS-PF-COUNT
073400             CONTINUE
073500         WHEN WS-PF-REC (PF-IX)(1:8) = WS-CMD-JOB-ID
073600             AND WS-PF-DELETED (PF-IX) = 'N'
073700             SET WS-FOUND TO TRUE
073800     END-SEARCH.
073900 7100-EXIT.
074000     EXIT.
074100*
074200*****************************************************************
074300*    7200-REPORT-BAD-CARD - AUDIT LINE FOR A CARD THAT DID NOT  *
074400*    PARSE AS A KNOWN COMMAND WITH USABLE OPERANDS.             *
074500*****************************************************************
074600 7200-REPORT-BAD-CARD.
074700     ADD 1 TO WS-ERROR-COUNT.
074800     MOVE SPACES TO RPT-LINE.
074900     STRING "ERROR - CARD NOT UNDERSTOOD: " DELIMITED BY SIZE
075000             CMD-CARD(1:50)      DELIMITED BY SIZE
075100         INTO RPT-LINE.
075200     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
075300 7200-EXIT.
075400     EXIT.
075500*
075600*****************************************************************
075700*    7300-WRITE-AUDIT-LINE - EVERY ACTION AND ERROR GOES TO     *
075800*    THE REPORT AND TO SYSOUT SO THE RUN LEAVES A TRAIL IN      *
075900*    BOTH PLACES.                                               *
076000*****************************************************************
076100 7300-WRITE-AUDIT-LINE.
076200     WRITE RPT-LINE.
076300     IF WS-RPT-STATUS NOT = '00'
076400         DISPLAY "PANDORA PROFILE MAINT - REPORT WRITE FAILED - "
076500             "STATUS " WS-RPT-STATUS
076600     END-IF.
076700     DISPLAY RPT-LINE.
076800 7300-EXIT.
076900     EXIT.
077000*
077100*****************************************************************
077200*    7350-REPORT-NOT-FOUND - AUDIT LINE FOR A CARD NAMING A JOB *
077300*    ID WITH NO PROFILE.                                        *
077400*****************************************************************
077500 7350-REPORT-NOT-FOUND.
077600     ADD 1 TO WS-ERROR-COUNT.
077700     MOVE SPACES TO RPT-LINE.
077800     STRING "ERROR - JOB " DELIMITED BY SIZE
077900             WS-CMD-JOB-ID       DELIMITED BY SIZE
078000             " HAS NO CONTROL PROFILE" DELIMITED BY SIZE
078100         INTO RPT-LINE.
078200     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
078300 7350-EXIT.
078400     EXIT.
078500*
078600*****************************************************************
078700*    7400-REPORT-REJECTED - AUDIT LINE FOR AN ADD OR CHANGE     *
078800*    WHOSE RESULT BREAKS ONE OF THE HEARTBEAT'S RULES.          *
078900*****************************************************************
079000 7400-REPORT-REJECTED.
079100     ADD 1 TO WS-ERROR-COUNT.
079200     MOVE SPACES TO RPT-LINE.
079300     STRING "ERROR - JOB " DELIMITED BY SIZE
079400             WS-CMD-JOB-ID       DELIMITED BY SIZE
079500             " REJECTED - " DELIMITED BY SIZE
079600             WS-REJECT-REASON    DELIMITED BY SIZE
079700         INTO RPT-LINE.
079800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
079900 7400-EXIT.
080000     EXIT.
080100*
080200*****************************************************************
080300*    7450-REPORT-TOO-MANY - AUDIT LINE FOR A CHANGE BEYOND THE  *
080400*    NUMBER ONE RUN CAN JOURNAL.                                *
080500*****************************************************************
080600 7450-REPORT-TOO-MANY.
080700     ADD 1 TO WS-ERROR-COUNT.
080800     MOVE WS-JE-MAX TO WS-JE-MAX-D.
080900     MOVE SPACES TO RPT-LINE.
081000     STRING "ERROR - MORE THAN " DELIMITED BY SIZE
081100             WS-JE-MAX-D         DELIMITED BY SIZE
081200             " CHANGES IN ONE RUN - JOB " DELIMITED BY SIZE
081300             WS-CMD-JOB-ID       DELIMITED BY SIZE
081400             " NOT CHANGED" DELIMITED BY SIZE
081500         INTO RPT-LINE.
081600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
081700 7450-EXIT.
081800     EXIT.
081900*
082000*****************************************************************
082100*    7500-BUILD-TIMESTAMP - FORMAT THE CURRENT DATE/TIME THE    *
082200*    SAME WAY THE MONITORING PROGRAMS STAMP THEIR RECORDS.      *
082300*****************************************************************
082400 7500-BUILD-TIMESTAMP.
082500     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
082600     ACCEPT WS-TS-TIME FROM TIME.
082700     STRING WS-TS-DATE       DELIMITED BY SIZE
082800             "-"             DELIMITED BY SIZE
082900             WS-TS-TIME(1:6) DELIMITED BY SIZE
083000         INTO WS-TIMESTAMP-DISPLAY.
083100 7500-EXIT.
083200     EXIT.
083300*
083400*****************************************************************
083500*    7600-APPLY-OPERANDS - CARRY THE ADD OR CHANGE CARD'S       *
083600*    OPERANDS INTO THE WORK PROFILE.  * KEEPS THE VALUE         *
083700*    ALREADY THERE, AS DOES A BLANK MESSAGE.  AN OPERAND TOO    *
083800*    LONG FOR ITS FIELD IS LEFT WHOLE SO THE VALIDATION SEES    *
083900*    IT AS NOT NUMERIC INSTEAD OF QUIETLY TRUNCATING IT.  THE   *
084000*    AUDIT MODE IS S FOR SUMMARY OR D FOR DETAIL, WHICH GOES    *
084100*    ON THE PROFILE AS A BLANK, AS THE HEARTBEAT EXPECTS.       *
084200*****************************************************************
084300 7600-APPLY-OPERANDS.
084400     IF WS-CMD-THRESHOLD NOT = '*'
084500         IF WS-CMD-THRESHOLD(10:1) = SPACE
084600             MOVE WS-CMD-THRESHOLD TO WS-WP-THRESHOLD
084700         ELSE
084800             MOVE 'X' TO WS-WP-THRESHOLD
084900         END-IF
085000     END-IF.
085100     IF WS-CMD-BEAT NOT = '*'
085200         IF WS-CMD-BEAT(6:1) = SPACE
085300             MOVE WS-CMD-BEAT TO WS-WP-BEAT
085400         ELSE
085500             MOVE 'X' TO WS-WP-BEAT
085600         END-IF
085700     END-IF.
085800     IF WS-CMD-PACE NOT = '*'
085900         IF WS-CMD-PACE(4:1) = SPACE
086000             MOVE WS-CMD-PACE TO WS-WP-PACE
086100         ELSE
086200             MOVE 'X' TO WS-WP-PACE
086300         END-IF
086400     END-IF.
086500     IF WS-CMD-MODE NOT = '*'
086600         EVALUATE WS-CMD-MODE
086700             WHEN 'S'
086800                 MOVE 'S' TO WS-WP-AUDIT-MODE
086900             WHEN 'D'
087000                 MOVE SPACE TO WS-WP-AUDIT-MODE
087100             WHEN OTHER
087200                 MOVE '?' TO WS-WP-AUDIT-MODE
087300         END-EVALUATE
087400     END-IF.
087500     IF WS-CMD-MESSAGE NOT = SPACES
087600         AND WS-CMD-MESSAGE NOT = '*'
087700         MOVE WS-CMD-MESSAGE TO WS-WP-MESSAGE
087800     END-IF.
087900 7600-EXIT.
088000     EXIT.
088100*
088200*****************************************************************
088300*    7700-VALIDATE-PROFILE - THE RULES THE HEARTBEAT APPLIES    *
088400*    WHEN IT TAKES A PROFILE (1160-APPLY-CONTROL-RECORD AND     *
088500*    THE BEAT CAP IN 1000-INITIALIZE), ENFORCED HERE AS         *
088600*    REJECTIONS INSTEAD OF SILENT CLAMPS: A NUMERIC THRESHOLD,  *
088700*    NUMERIC BEAT SECONDS NO HIGHER THAN THE 240-SECOND CAP,    *
088800*    AN AUDIT MODE OF S OR BLANK, A NUMERIC PACE TOLERANCE,     *
088900*    AND A MESSAGE THAT IS NOT BLANK.  THE FIRST RULE BROKEN    *
089000*    IS LEFT IN WS-REJECT-REASON.                               *
089100*****************************************************************
089200 7700-VALIDATE-PROFILE.
089300     MOVE 'N' TO WS-PROFILE-OK-SWITCH.
089400     IF WS-WP-THRESHOLD NOT NUMERIC
089500         MOVE "THRESHOLD NOT NINE DIGITS" TO WS-REJECT-REASON
089600         GO TO 7700-EXIT
089700     END-IF.
089800     IF WS-WP-BEAT NOT NUMERIC
089900         MOVE "BEAT SECONDS NOT FIVE DIGITS" TO WS-REJECT-REASON
090000         GO TO 7700-EXIT
090100     END-IF.
090200     IF WS-WP-BEAT-NUM > WS-MAX-BEAT-SECONDS
090300         MOVE "BEAT SECONDS OVER THE 240-SECOND CAP"
090400             TO WS-REJECT-REASON
090500         GO TO 7700-EXIT
090600     END-IF.
090700     IF WS-WP-AUDIT-MODE NOT = 'S'
090800         AND WS-WP-AUDIT-MODE NOT = SPACE
090900         MOVE "AUDIT MODE NOT S OR D" TO WS-REJECT-REASON
091000         GO TO 7700-EXIT
091100     END-IF.
091200     IF WS-WP-PACE NOT NUMERIC
091300         MOVE "PACE TOLERANCE NOT THREE DIGITS"
091400             TO WS-REJECT-REASON
091500         GO TO 7700-EXIT
091600     END-IF.
091700     IF WS-WP-MESSAGE = SPACES
091800         MOVE "MESSAGE TEXT IS BLANK" TO WS-REJECT-REASON
091900         GO TO 7700-EXIT
092000     END-IF.
092100     SET WS-PROFILE-OK TO TRUE.
092200 7700-EXIT.
092300     EXIT.
092400*
092500*****************************************************************
092600*    7800-WRITE-PROFILE-LINES - PRINT THE WORK PROFILE AS TWO   *
092700*    AUDIT LINES, THE FIRST LED BY THE LABEL IN                 *
092800*    WS-REJECT-REASON.                                          *
092900*****************************************************************
093000 7800-WRITE-PROFILE-LINES.
093100     IF WS-WP-AUDIT-MODE = SPACE
093200         MOVE 'D' TO WS-MODE-TEXT
093300     ELSE
093400         MOVE WS-WP-AUDIT-MODE TO WS-MODE-TEXT
093500     END-IF.
093600     MOVE SPACES TO RPT-LINE.
093700     STRING WS-REJECT-REASON    DELIMITED BY "  "
093800             " JOB " DELIMITED BY SIZE
093900             WS-WP-JOB-ID        DELIMITED BY SIZE
094000             " THRESH " DELIMITED BY SIZE
094100             WS-WP-THRESHOLD     DELIMITED BY SIZE
094200             " BEAT " DELIMITED BY SIZE
094300             WS-WP-BEAT          DELIMITED BY SIZE
094400             " MODE " DELIMITED BY SIZE
094500             WS-MODE-TEXT        DELIMITED BY SIZE
094600             " PACE " DELIMITED BY SIZE
094700             WS-WP-PACE          DELIMITED BY SIZE
094800         INTO RPT-LINE.
094900     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
095000     MOVE SPACES TO RPT-LINE.
095100     STRING "       MESSAGE " DELIMITED BY SIZE
095200             WS-WP-MESSAGE       DELIMITED BY SIZE
095300         INTO RPT-LINE.
095400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
095500 7800-EXIT.
095600     EXIT.
095700*
095800*****************************************************************
095900*    7900-QUEUE-JOURNAL-ENTRY - BUILD THE JOURNAL ENTRY FOR THE *
096000*    CHANGE JUST MADE (ACTION ALREADY IN PAND-CJN-ACTION) AND   *
096100*    HOLD IT UNTIL THE CONTROL FILE HAS BEEN REWRITTEN, SO THE  *
096200*    JOURNAL NEVER RECORDS A CHANGE THAT DID NOT REACH THE      *
096300*    FILE.                                                      *
096400*****************************************************************
096500 7900-QUEUE-JOURNAL-ENTRY.
096600     MOVE WS-CMD-JOB-ID TO PAND-CJN-JOB-ID.
096700     MOVE WS-TIMESTAMP-DISPLAY TO PAND-CJN-STAMP.
096800     MOVE 0 TO PAND-CJN-SEQ.
096900     MOVE WS-CMD-INITS TO PAND-CJN-INITS.
097000     MOVE WS-BEFORE-IMAGE TO PAND-CJN-BEFORE.
097100     MOVE WS-WORK-PROFILE TO PAND-CJN-AFTER.
097200     ADD 1 TO WS-JE-COUNT.
097300     SET JE-IX TO WS-JE-COUNT.
097400     MOVE PAND-CJN-REC TO WS-JE-IMAGE (JE-IX).
097500 7900-EXIT.
097600     EXIT.
097700*
097800*****************************************************************
097900*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
098000*****************************************************************
098100 8000-WRITE-SUMMARY.
098200     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
098300     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
098400     MOVE WS-SAVED-COUNT TO WS-SAVED-COUNT-D.
098500     MOVE WS-JNL-WRITTEN-COUNT TO WS-JNL-COUNT-D.
098600     MOVE SPACES TO RPT-LINE.
098700     WRITE RPT-LINE.
098800     MOVE SPACES TO RPT-LINE.
098900     STRING "COMMANDS COMPLETED . . . . . : " DELIMITED BY SIZE
099000             WS-ACTION-COUNT-D   DELIMITED BY SIZE
099100         INTO RPT-LINE.
099200     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
099300     MOVE SPACES TO RPT-LINE.
099400     STRING "ERRORS REPORTED. . . . . . . : " DELIMITED BY SIZE
099500             WS-ERROR-COUNT-D    DELIMITED BY SIZE
099600         INTO RPT-LINE.
099700     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
099800     IF WS-JE-COUNT = 0
099900         MOVE "NO PROFILE CHANGED - CONTROL FILE NOT REWRITTEN"
100000             TO RPT-LINE
100100         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
100200         GO TO 8000-EXIT
100300     END-IF.
100400     IF WS-SAVE-PARTIAL
100410         MOVE "CONTROL FILE PARTLY REWRITTEN - NOTHING JOURNALED"
100420             TO RPT-LINE
100430         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
100435         MOVE SPACES TO RPT-LINE
100440         STRING "RESTORE PAND.CNTL.MESSAGE FROM BACKUP "
100445                     DELIMITED BY SIZE
100450                 "BEFORE THE 22:00 HEARTBEAT" DELIMITED BY SIZE
100455             INTO RPT-LINE
100460         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
100470         GO TO 8000-EXIT
100480     END-IF.
100490     IF WS-SAVE-FAILED
100500         MOVE "CONTROL FILE NOT REWRITTEN - NO CHANGE WAS SAVED"
100600             TO RPT-LINE
100700         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
100800         GO TO 8000-EXIT
100900     END-IF.
101000     MOVE SPACES TO RPT-LINE.
101100     STRING "PROFILES WRITTEN BACK . . . . : " DELIMITED BY SIZE
101200             WS-SAVED-COUNT-D    DELIMITED BY SIZE
101300         INTO RPT-LINE.
101400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
101500     MOVE SPACES TO RPT-LINE.
101600     STRING "CHANGES JOURNALED . . . . . . : " DELIMITED BY SIZE
101700             WS-JNL-COUNT-D      DELIMITED BY SIZE
101800         INTO RPT-LINE.
101900     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
102000 8000-EXIT.
102100     EXIT.
102200*
102300*****************************************************************
102400*    8500-SAVE-CHANGES - REWRITE THE CONTROL FILE FROM THE      *
102500*    TABLE (DELETED PROFILES LEFT OUT), THEN JOURNAL EVERY      *
102600*    CHANGE THE RUN MADE.  A CONTROL FILE THAT WILL NOT OPEN    *
102700*    FOR OUTPUT SAVES NOTHING AND JOURNALS NOTHING.  A WRITE    *
102710*    THAT FAILS LEAVES THE FILE PARTLY REWRITTEN; NOTHING IS    *
102720*    JOURNALED AND THE FILE MUST BE RESTORED FROM BACKUP.       *
102800*****************************************************************
102900 8500-SAVE-CHANGES.
103000     OPEN OUTPUT CTL-FILE.
103100     IF WS-CTL-STATUS NOT = '00'
103200         DISPLAY "PANDORA PROFILE MAINT - CONTROL FILE REWRITE "
103300             "OPEN FAILED - STATUS " WS-CTL-STATUS
103400         SET WS-SAVE-FAILED TO TRUE
103500         GO TO 8500-EXIT
103600     END-IF.
103700     PERFORM 8550-WRITE-ONE-PROFILE THRU 8550-EXIT
103800         VARYING PF-IX FROM 1 BY 1
103900         UNTIL PF-IX > WS-PF-COUNT.
104000     CLOSE CTL-FILE.
104010     IF WS-SAVE-FAILED
104020         DISPLAY "PANDORA PROFILE MAINT - CONTROL FILE PARTLY "
104030             "REWRITTEN - RESTORE PAND.CNTL.MESSAGE FROM BACKUP "
104040             "BEFORE THE 22:00 HEARTBEAT - NO CHANGE JOURNALED"
104050         GO TO 8500-EXIT
104060     END-IF.
104100     PERFORM 8600-JOURNAL-ONE-CHANGE THRU 8600-EXIT
104200         VARYING JE-IX FROM 1 BY 1
104300         UNTIL JE-IX > WS-JE-COUNT.
104400 8500-EXIT.
104500     EXIT.
104600*
104700*****************************************************************
104800*    8550-WRITE-ONE-PROFILE - WRITE ONE TABLE ENTRY BACK TO THE *
104900*    CONTROL FILE UNLESS IT WAS DELETED.                        *
105000*****************************************************************
105100 8550-WRITE-ONE-PROFILE.
105200     IF WS-PF-DELETED (PF-IX) = 'Y'
105300         GO TO 8550-EXIT
105400     END-IF.
105500     MOVE WS-PF-REC (PF-IX) TO PAND-CTL-REC.
105600     WRITE PAND-CTL-REC.
105700     IF WS-CTL-STATUS NOT = '00'
105800         DISPLAY "PANDORA PROFILE MAINT - CONTROL FILE WRITE "
105900             "FAILED - STATUS " WS-CTL-STATUS " - JOB "
106000             PAND-CTL-JOB-ID
106100         SET WS-SAVE-FAILED TO TRUE
106150         SET WS-SAVE-PARTIAL TO TRUE
106200     ELSE
106300         ADD 1 TO WS-SAVED-COUNT
106400     END-IF.
106500 8550-EXIT.
106600     EXIT.
106700*
106800*****************************************************************
106900*    8600-JOURNAL-ONE-CHANGE - WRITE ONE QUEUED ENTRY TO THE    *
107000*    CHANGE JOURNAL, STEPPING THE SEQUENCE NUMBER PAST ANY KEY  *
107100*    ALREADY TAKEN BY A CHANGE TO THE SAME JOB IN THE SAME      *
107200*    SECOND.                                                    *
107300*****************************************************************
107400 8600-JOURNAL-ONE-CHANGE.
107500     MOVE WS-JE-IMAGE (JE-IX) TO PAND-CJN-REC.
107600     MOVE 'N' TO WS-JNLF-DONE-SWITCH.
107700     PERFORM 8650-WRITE-ONE-JOURNAL THRU 8650-EXIT
107800         UNTIL WS-JNLF-DONE
107900         OR PAND-CJN-SEQ > 998.
108000 8600-EXIT.
108100     EXIT.
108200*
108210*****************************************************************
108220*    8650-WRITE-ONE-JOURNAL - WRITE THE QUEUED ENTRY UNDER THE  *
108230*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
108240*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
108250*****************************************************************
108300 8650-WRITE-ONE-JOURNAL.
108400     ADD 1 TO PAND-CJN-SEQ.
108500     WRITE PAND-CJN-REC
108600         INVALID KEY
108700             IF WS-JNL-STATUS NOT = '22'
108800                 DISPLAY "PANDORA PROFILE MAINT - CHANGE JOURNAL "
108900                     "WRITE FAILED - STATUS " WS-JNL-STATUS
109000                     " - JOB " PAND-CJN-JOB-ID
109100                 ADD 1 TO WS-ERROR-COUNT
109200                 SET WS-JNLF-DONE TO TRUE
109300             END-IF
109400         NOT INVALID KEY
109500             ADD 1 TO WS-JNL-WRITTEN-COUNT
109600             SET WS-JNLF-DONE TO TRUE
109700     END-WRITE.
109800 8650-EXIT.
109900     EXIT.
110000*
110100*****************************************************************
110200*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
110300*    CODE.  ANY ERROR LINE GIVES THE RUN A WARNING CODE; A      *
110400*    FAILED OPEN OR A CONTROL FILE THAT COULD NOT BE WRITTEN    *
110500*    BACK GETS ITS OWN CODE.                                    *
110600*****************************************************************
110700 9000-TERMINATE.
110800     CLOSE CMD-FILE.
110900     CLOSE JNL-FILE.
111000     CLOSE RPT-FILE.
111100     IF WS-OPEN-FAILED
111200         OR WS-SAVE-FAILED
111300         MOVE 16 TO RETURN-CODE
111400     ELSE
111500         IF WS-ERROR-COUNT > 0
111600             MOVE 4 TO RETURN-CODE
111700         ELSE
111800             MOVE 0 TO RETURN-CODE
111900         END-IF
112000     END-IF.
112100 9000-EXIT.
112200     EXIT.
112300*
112400 9999-EXIT.
112500     STOP RUN.
