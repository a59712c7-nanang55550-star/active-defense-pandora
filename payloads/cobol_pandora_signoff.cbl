000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDSIGN.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDSIGN                                                    *
001000*   OPERATOR SIGN-OFF UTILITY FOR THE NIGHT SIGN-OFF LEDGER,    *
001100*   PAND.NIGHT.SIGNOFF.  THE NIGHT CERTIFICATE (PANDCERT)       *
001200*   RECORDS EACH NIGHT THERE WITH ITS PASS/ATTENTION/FAIL       *
001300*   VERDICT; THE SHIFT LEAD SIGNS IT OFF HERE.  COMMAND CARDS   *
001400*   FROM SYSIN:                                                 *
001500*                                                               *
001600*     LIST              - PRINT EVERY NIGHT ON THE LEDGER       *
001700*                         STILL AWAITING SIGN-OFF.              *
001800*     LISTALL           - PRINT EVERY NIGHT ON THE LEDGER,      *
001900*                         WITH THE SIGN-OFF WHERE PRESENT.      *
002000*     SIGNOFF <YYYYMMDD> <INITS> <NOTE>                         *
002100*                       - SIGN THE NIGHT OFF WITH THE           *
002200*                         OPERATOR'S INITIALS, THE CURRENT      *
002300*                         TIMESTAMP, THE VERDICT SIGNED         *
002400*                         AGAINST AND A NOTE (THE REST OF THE   *
002500*                         CARD).                                *
002600*     SIGNOFF <YYYYMMDD> <INITS> OVERRIDE <REASON>              *
002700*                       - THE SAME FOR A NIGHT WHOSE VERDICT    *
002800*                         IS FAIL.  A FAILED NIGHT IS ONLY      *
002900*                         SIGNED OFF WITH THE OVERRIDE KEYWORD  *
003000*                         AND A REASON; THE REASON IS KEPT AS   *
003100*                         THE NOTE AND THE SIGN-OFF IS MARKED   *
003200*                         AS AN OVERRIDE.                       *
003300*                                                               *
003400*   A CARD WITH * IN COLUMN 1 IS A COMMENT.  EVERY ACTION       *
003500*   TAKEN IS PRINTED AS AN AUDIT LINE ON THE REPORT AND ON      *
003600*   SYSOUT.  AN UNKNOWN CARD, A NIGHT WITH NO CERTIFICATE, A    *
003700*   NIGHT ALREADY SIGNED OFF (THE FIRST SIGN-OFF IS NEVER       *
003800*   OVERWRITTEN) OR A FAILED NIGHT WITHOUT AN OVERRIDE REASON   *
003900*   IS REPORTED AND GIVES THE RUN A WARNING RETURN CODE.        *
004000*                                                               *
004100*   EVERY SIGNOFF CARD - CARRIED OUT OR REJECTED - AND EVERY    *
004200*   CARD NOT UNDERSTOOD IS ALSO WRITTEN TO THE OPERATOR-ACTION  *
004300*   JOURNAL (PAND.OPER.JOURNAL) WITH THE CARD, THE NIGHT, THE   *
004400*   LEDGER RECORD BEFORE AND AFTER, THE SUBMITTING USER (THE    *
004500*   PARM - THE JCL PASSES &SYSUID) AND THE TIMESTAMP.  LIST     *
004600*   AND LISTALL CHANGE NOTHING AND ARE NOT JOURNALED.  NO CARD  *
004700*   IS ACTED ON UNLESS THE JOURNAL OPENS.                       *
004800*                                                               *
004900*   MODIFICATION HISTORY                                        *
005000*   DATE       INIT  DESCRIPTION                                 *
005100*   ---------- ----  --------------------------------------     *
005200*   2026-10-15  DLM  ORIGINAL VERSION.                           *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CMD-FILE ASSIGN TO SYSIN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CMD-STATUS.
006000     SELECT SGN-FILE ASSIGN TO SGNFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PAND-SGN-NIGHT
006400         FILE STATUS IS WS-SGN-STATUS.
006500     SELECT OPJ-FILE ASSIGN TO OPJFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS PAND-OPJ-KEY
006900         FILE STATUS IS WS-OPJ-STATUS.
007000     SELECT RPT-FILE ASSIGN TO RPTFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RPT-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CMD-FILE
007700     RECORDING MODE IS F.
007800 01  CMD-CARD                   PIC X(80).
007900*
008000 FD  SGN-FILE
008100     RECORDING MODE IS F.
008200     COPY PANDSGN.
008300*
008400 FD  OPJ-FILE
008500     RECORDING MODE IS F.
008600     COPY PANDOPJ.
008700*
008800 FD  RPT-FILE
008900     RECORDING MODE IS F.
009000 01  RPT-LINE                   PIC X(80).
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
009600         88  WS-EOF                 VALUE 'Y'.
009700     05  WS-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
009800         88  WS-SCAN-EOF            VALUE 'Y'.
009900     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
010000         88  WS-OPEN-FAILED         VALUE 'Y'.
010100     05  WS-LIST-ALL-SWITCH     PIC X(01) VALUE 'N'.
010200         88  WS-LIST-ALL            VALUE 'Y'.
010300     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
010400         88  WS-OPJ-DONE            VALUE 'Y'.
010500     05  WS-OVERRIDE-SWITCH     PIC X(01) VALUE 'N'.
010600         88  WS-OVERRIDE-GIVEN      VALUE 'Y'.
010700*
010800 01  WS-FILE-STATUSES.
010900     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
011000     05  WS-SGN-STATUS          PIC X(02) VALUE '00'.
011100     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
011200     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
011300*
011400 01  WS-COUNTERS.
011500     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
011600     05  WS-ACTION-COUNT        PIC 9(05) COMP VALUE 0.
011700     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
011800     05  WS-LIST-COUNT          PIC 9(05) COMP VALUE 0.
011900     05  WS-OPJ-COUNT           PIC 9(05) COMP VALUE 0.
012000     05  WS-OPJ-SEQ             PIC 9(05) COMP VALUE 0.
012100*
012200 01  WS-COMMAND-FIELDS.
012300     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
012400     05  WS-CMD-NIGHT           PIC X(08) VALUE SPACES.
012500     05  WS-CMD-INITS           PIC X(03) VALUE SPACES.
012600     05  WS-CMD-KEYWORD         PIC X(08) VALUE SPACES.
012700     05  WS-CMD-NOTE            PIC X(40) VALUE SPACES.
012800     05  WS-CMD-PTR             PIC S9(04) COMP VALUE 0.
012900     05  WS-CMD-NOTE-PTR        PIC S9(04) COMP VALUE 0.
013000*
013100 01  WS-DISPLAY-COUNTS.
013200     05  WS-ACTION-COUNT-D      PIC 9(05).
013300     05  WS-ERROR-COUNT-D       PIC 9(05).
013400     05  WS-OPJ-COUNT-D         PIC 9(05).
013500*
013600 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
013700 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
013800 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
013900*
014000 01  WS-TIMESTAMP-FIELDS.
014100     05  WS-TS-DATE             PIC 9(08).
014200     05  WS-TS-TIME             PIC 9(08).
014300 01  WS-TIMESTAMP-DISPLAY       PIC X(15).
014400*
014500 01  WS-REPORT-LINES.
014600     05  WS-HDR1                PIC X(80) VALUE
014700         "PANDORA HEARTBEAT - NIGHT SIGN-OFF".
014800     05  WS-HDR2                PIC X(80) VALUE
014900         "==================================".
015000*
015100 LINKAGE SECTION.
015200 01  LS-PARM-FIELD.
015300     05  LS-PARM-LEN            PIC S9(04) COMP.
015400     05  LS-PARM-TEXT           PIC X(08).
015500*
015600 PROCEDURE DIVISION USING LS-PARM-FIELD.
015700*
015800 0000-MAIN-PARA.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     IF WS-OPEN-FAILED
016100         GO TO 9000-TERMINATE
016200     END-IF.
016300     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
016400         UNTIL WS-EOF.
016500     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016700     GO TO 9999-EXIT.
016800*
016900*****************************************************************
017000*    1000-INITIALIZE - PICK UP THE SUBMITTING USER FROM THE     *
017100*    PARM (UNKNOWN WHEN NONE IS PASSED), OPEN THE COMMAND,      *
017200*    LEDGER, JOURNAL AND REPORT FILES AND PRIME THE CARD        *
017300*    READ-AHEAD.  A FAILED OPEN ON ANY OF THEM ABANDONS THE     *
017400*    RUN WITH ITS OWN RETURN CODE BEFORE ANY ACTION IS TAKEN.   *
017500*****************************************************************
017600 1000-INITIALIZE.
017700     MOVE LS-PARM-LEN TO WS-PARM-LEN.
017800     IF WS-PARM-LEN > 8
017900         MOVE 8 TO WS-PARM-LEN
018000     END-IF.
018100     IF WS-PARM-LEN > 0
018200         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-OPJ-USER-ID
018300     END-IF.
018400     IF WS-OPJ-USER-ID = SPACES
018500         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
018600     END-IF.
018700     OPEN INPUT CMD-FILE.
018800     IF WS-CMD-STATUS NOT = '00'
018900         DISPLAY "PANDORA NIGHT SIGN-OFF - SYSIN OPEN FAILED - "
019000             "STATUS " WS-CMD-STATUS
019100         SET WS-OPEN-FAILED TO TRUE
019200     END-IF.
019300     OPEN I-O SGN-FILE.
019400     IF WS-SGN-STATUS NOT = '00'
019500         DISPLAY "PANDORA NIGHT SIGN-OFF - LEDGER OPEN FAILED - "
019600             "STATUS " WS-SGN-STATUS
019700         SET WS-OPEN-FAILED TO TRUE
019800     END-IF.
019900     OPEN I-O OPJ-FILE.
020000     IF WS-OPJ-STATUS NOT = '00'
020100         DISPLAY "PANDORA NIGHT SIGN-OFF - OPERATOR JOURNAL OPEN "
020200             "FAILED - STATUS " WS-OPJ-STATUS
020300         SET WS-OPEN-FAILED TO TRUE
020400     END-IF.
020500     OPEN OUTPUT RPT-FILE.
020600     IF WS-RPT-STATUS NOT = '00'
020700         DISPLAY "PANDORA NIGHT SIGN-OFF - REPORT OPEN FAILED - "
020800             "STATUS " WS-RPT-STATUS
020900         SET WS-OPEN-FAILED TO TRUE
021000     END-IF.
021100     IF WS-OPEN-FAILED
021200         GO TO 1000-EXIT
021300     END-IF.
021400     MOVE WS-HDR1 TO RPT-LINE.
021500     WRITE RPT-LINE.
021600     MOVE WS-HDR2 TO RPT-LINE.
021700     WRITE RPT-LINE.
021800     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
021900     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200*
022300*****************************************************************
022400*    2000-PROCESS-CARD - PARSE ONE COMMAND CARD AND CARRY THE   *
022500*    COMMAND OUT.  BLANK CARDS AND CARDS WITH * IN COLUMN 1     *
022600*    ARE PASSED OVER; ANYTHING ELSE THAT DOES NOT PARSE IS AN   *
022700*    ERROR LINE ON THE REPORT.  THE NOTE IS EVERYTHING ON THE   *
022800*    CARD AFTER THE INITIALS, SPACES INCLUDED - OR, WHEN THE    *
022900*    NEXT WORD IS OVERRIDE, EVERYTHING AFTER THAT.              *
023000*****************************************************************
023100 2000-PROCESS-CARD.
023200     ADD 1 TO WS-CARD-COUNT.
023300     IF CMD-CARD = SPACES
023400         OR CMD-CARD(1:1) = '*'
023500         GO TO 2000-NEXT
023600     END-IF.
023700     MOVE SPACES TO PAND-OPJ-REC.
023800     MOVE SPACES TO WS-CMD-VERB.
023900     MOVE SPACES TO WS-CMD-NIGHT.
024000     MOVE SPACES TO WS-CMD-INITS.
024100     MOVE SPACES TO WS-CMD-KEYWORD.
024200     MOVE SPACES TO WS-CMD-NOTE.
024300     MOVE 'N' TO WS-OVERRIDE-SWITCH.
024400     MOVE 1 TO WS-CMD-PTR.
024500     UNSTRING CMD-CARD DELIMITED BY ALL SPACES
024600         INTO WS-CMD-VERB WS-CMD-NIGHT WS-CMD-INITS
024700         WITH POINTER WS-CMD-PTR.
024800     MOVE WS-CMD-PTR TO WS-CMD-NOTE-PTR.
024900     IF WS-CMD-PTR <= 80
025000         UNSTRING CMD-CARD DELIMITED BY ALL SPACES
025100             INTO WS-CMD-KEYWORD
025200             WITH POINTER WS-CMD-PTR
025300         IF WS-CMD-KEYWORD = "OVERRIDE"
025400             SET WS-OVERRIDE-GIVEN TO TRUE
025500             MOVE WS-CMD-PTR TO WS-CMD-NOTE-PTR
025600         END-IF
025700     END-IF.
025800     IF WS-CMD-NOTE-PTR <= 80
025900         MOVE CMD-CARD(WS-CMD-NOTE-PTR:) TO WS-CMD-NOTE
026000     END-IF.
026100     EVALUATE WS-CMD-VERB
026200         WHEN 'LIST'
026300             MOVE 'N' TO WS-LIST-ALL-SWITCH
026400             PERFORM 3000-LIST-NIGHTS THRU 3000-EXIT
026500         WHEN 'LISTALL'
026600             SET WS-LIST-ALL TO TRUE
026700             PERFORM 3000-LIST-NIGHTS THRU 3000-EXIT
026800         WHEN 'SIGNOFF'
026900             PERFORM 4000-SIGN-OFF-NIGHT THRU 4000-EXIT
027000         WHEN OTHER
027100             PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
027200     END-EVALUATE.
027300 2000-NEXT.
027400     PERFORM 2900-READ-COMMAND-CARD THRU 2900-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700*
027800*****************************************************************
027900*    2900-READ-COMMAND-CARD - READ-AHEAD ONE SYSIN CARD.        *
028000*****************************************************************
028100 2900-READ-COMMAND-CARD.
028200     READ CMD-FILE
028300         AT END
028400             SET WS-EOF TO TRUE
028500         NOT AT END
028600             CONTINUE
028700     END-READ.
028800     IF WS-CMD-STATUS NOT = '00' AND WS-CMD-STATUS NOT = '10'
028900         DISPLAY "PANDORA NIGHT SIGN-OFF - SYSIN READ FAILED - "
029000             "STATUS " WS-CMD-STATUS
029100         SET WS-EOF TO TRUE
029200     END-IF.
029300 2900-EXIT.
029400     EXIT.
029500*
029600*****************************************************************
029700*    3000-LIST-NIGHTS - WALK THE WHOLE LEDGER IN NIGHT ORDER    *
029800*    AND PRINT ONE LINE PER NIGHT - NIGHTS AWAITING SIGN-OFF    *
029900*    ONLY FOR LIST, EVERYTHING FOR LISTALL.                     *
030000*****************************************************************
030100 3000-LIST-NIGHTS.
030200     MOVE 0 TO WS-LIST-COUNT.
030300     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
030400     MOVE LOW-VALUES TO PAND-SGN-NIGHT.
030500     START SGN-FILE KEY NOT < PAND-SGN-NIGHT
030600         INVALID KEY
030700             SET WS-SCAN-EOF TO TRUE
030800     END-START.
030900     PERFORM 3100-LIST-ONE-NIGHT THRU 3100-EXIT
031000         UNTIL WS-SCAN-EOF.
031100     IF WS-LIST-COUNT = 0
031200         IF WS-LIST-ALL
031300             MOVE "LIST - NO NIGHTS ON THE LEDGER" TO RPT-LINE
031400         ELSE
031500             MOVE "LIST - NO NIGHTS AWAITING SIGN-OFF" TO RPT-LINE
031600         END-IF
031700         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
031800     END-IF.
031900     ADD 1 TO WS-ACTION-COUNT.
032000 3000-EXIT.
032100     EXIT.
032200*
032300*****************************************************************
032400*    3100-LIST-ONE-NIGHT - PRINT ONE LEDGER RECORD: THE NIGHT,  *
032500*    ITS VERDICT, ITS STATUS (C CERTIFIED, S SIGNED), WHEN IT   *
032600*    WAS LAST CERTIFIED AND ITS PASS/ATTENTION/FAIL CANARY      *
032700*    COUNTS.  FOR A LISTALL A SIGNED NIGHT GETS A SECOND LINE   *
032800*    WITH THE SIGN-OFF AND A THIRD WITH ITS NOTE.               *
032900*****************************************************************
033000 3100-LIST-ONE-NIGHT.
033100     READ SGN-FILE NEXT RECORD
033200         AT END
033300             SET WS-SCAN-EOF TO TRUE
033400             GO TO 3100-EXIT
033500     END-READ.
033600     IF WS-SGN-STATUS NOT = '00'
033700         DISPLAY "PANDORA NIGHT SIGN-OFF - LEDGER READ FAILED - "
033800             "STATUS " WS-SGN-STATUS
033900         SET WS-SCAN-EOF TO TRUE
034000         GO TO 3100-EXIT
034100     END-IF.
034200     IF NOT WS-LIST-ALL
034300         AND PAND-SGN-SIGNED
034400         GO TO 3100-EXIT
034500     END-IF.
034600     ADD 1 TO WS-LIST-COUNT.
034700     MOVE SPACES TO RPT-LINE.
034800     STRING "NIGHT " DELIMITED BY SIZE
034900             PAND-SGN-NIGHT      DELIMITED BY SIZE
035000             " VERDICT " DELIMITED BY SIZE
035100             PAND-SGN-VERDICT    DELIMITED BY SIZE
035200             " STATUS " DELIMITED BY SIZE
035300             PAND-SGN-STATUS     DELIMITED BY SIZE
035400             " CERT " DELIMITED BY SIZE
035500             PAND-SGN-CERT-STAMP DELIMITED BY SIZE
035600             " P/A/F " DELIMITED BY SIZE
035700             PAND-SGN-PASS-COUNT DELIMITED BY SIZE
035800             "/" DELIMITED BY SIZE
035900             PAND-SGN-ATTN-COUNT DELIMITED BY SIZE
036000             "/" DELIMITED BY SIZE
036100             PAND-SGN-FAIL-COUNT DELIMITED BY SIZE
036200         INTO RPT-LINE.
036300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
036400     IF WS-LIST-ALL
036500         AND PAND-SGN-SIGNED
036600         MOVE SPACES TO RPT-LINE
036700         STRING "    SIGNED OFF BY " DELIMITED BY SIZE
036800                 PAND-SGN-INITS      DELIMITED BY SIZE
036900                 " (" DELIMITED BY SIZE
037000                 PAND-SGN-USER-ID    DELIMITED BY SPACE
037100                 ") AT " DELIMITED BY SIZE
037200                 PAND-SGN-SIGN-STAMP DELIMITED BY SIZE
037300                 " AS " DELIMITED BY SIZE
037400                 PAND-SGN-SIGNED-VERDICT DELIMITED BY SIZE
037500             INTO RPT-LINE
037600         IF PAND-SGN-OVERRIDDEN
037700             MOVE "- OVERRIDE" TO RPT-LINE(60:10)
037800         END-IF
037900         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
038000         MOVE SPACES TO RPT-LINE
038100         STRING "    NOTE - " DELIMITED BY SIZE
038200                 PAND-SGN-NOTE       DELIMITED BY SIZE
038300             INTO RPT-LINE
038400         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
038500     END-IF.
038600 3100-EXIT.
038700     EXIT.
038800*
038900*****************************************************************
039000*    4000-SIGN-OFF-NIGHT - SIGN THE NAMED NIGHT OFF WITH THE    *
039100*    OPERATOR'S INITIALS, THE CURRENT TIMESTAMP, THE VERDICT    *
039200*    THE CERTIFICATE GAVE IT AND THE NOTE.  A NIGHT WITH NO     *
039300*    CERTIFICATE CANNOT BE SIGNED OFF; A NIGHT ALREADY SIGNED   *
039400*    OFF IS REPORTED RATHER THAN SILENTLY RE-STAMPED, SO THE    *
039500*    FIRST SIGN-OFF IS NEVER OVERWRITTEN; AND A FAILED NIGHT    *
039600*    IS REFUSED UNLESS THE CARD CARRIES OVERRIDE AND A REASON.  *
039700*****************************************************************
039800 4000-SIGN-OFF-NIGHT.
039900     IF WS-CMD-NIGHT NOT NUMERIC
040000         OR WS-CMD-INITS = SPACES
040100         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
040200         GO TO 4000-EXIT
040300     END-IF.
040400     MOVE "*ALL" TO PAND-OPJ-JOB-ID.
040500     STRING "NIGHT " DELIMITED BY SIZE
040600             WS-CMD-NIGHT        DELIMITED BY SIZE
040700         INTO PAND-OPJ-TARGET-KEY.
040800     MOVE WS-CMD-NIGHT TO PAND-SGN-NIGHT.
040900     READ SGN-FILE
041000         INVALID KEY
041100             PERFORM 7400-REPORT-NIGHT-NOT-FOUND THRU 7400-EXIT
041200             GO TO 4000-EXIT
041300     END-READ.
041400     PERFORM 7610-FORMAT-LEDGER-VALUES THRU 7610-EXIT.
041500     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
041600     IF PAND-SGN-SIGNED
041700         ADD 1 TO WS-ERROR-COUNT
041800         MOVE SPACES TO RPT-LINE
041900         STRING "ERROR - NIGHT " DELIMITED BY SIZE
042000                 PAND-SGN-NIGHT      DELIMITED BY SIZE
042100                 " ALREADY SIGNED OFF BY " DELIMITED BY SIZE
042200                 PAND-SGN-INITS      DELIMITED BY SIZE
042300                 " AT " DELIMITED BY SIZE
042400                 PAND-SGN-SIGN-STAMP DELIMITED BY SIZE
042500             INTO RPT-LINE
042600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
042700         MOVE 'R' TO PAND-OPJ-OUTCOME
042800         MOVE "NIGHT ALREADY SIGNED OFF" TO PAND-OPJ-OUTCOME-TEXT
042900         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
043000         GO TO 4000-EXIT
043100     END-IF.
043200     IF PAND-SGN-FAIL
043300         AND (NOT WS-OVERRIDE-GIVEN
043400             OR WS-CMD-NOTE = SPACES)
043500         ADD 1 TO WS-ERROR-COUNT
043600         MOVE SPACES TO RPT-LINE
043700         STRING "ERROR - NIGHT " DELIMITED BY SIZE
043800                 PAND-SGN-NIGHT      DELIMITED BY SIZE
043900                 " FAILED - SIGN-OFF NEEDS OVERRIDE <REASON>"
044000                     DELIMITED BY SIZE
044100             INTO RPT-LINE
044200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
044300         MOVE 'R' TO PAND-OPJ-OUTCOME
044400         MOVE "FAILED NIGHT - NO OVERRIDE REASON"
044500             TO PAND-OPJ-OUTCOME-TEXT
044600         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
044700         GO TO 4000-EXIT
044800     END-IF.
044900     MOVE 'S' TO PAND-SGN-STATUS.
045000     MOVE PAND-SGN-VERDICT TO PAND-SGN-SIGNED-VERDICT.
045100     MOVE WS-CMD-INITS TO PAND-SGN-INITS.
045200     MOVE WS-TIMESTAMP-DISPLAY TO PAND-SGN-SIGN-STAMP.
045300     MOVE WS-OPJ-USER-ID TO PAND-SGN-USER-ID.
045400     MOVE WS-CMD-NOTE TO PAND-SGN-NOTE.
045500     IF PAND-SGN-FAIL
045600         MOVE 'Y' TO PAND-SGN-OVERRIDE
045700     ELSE
045800         MOVE 'N' TO PAND-SGN-OVERRIDE
045900     END-IF.
046000     REWRITE PAND-SGN-REC
046100         INVALID KEY
046200             DISPLAY "PANDORA NIGHT SIGN-OFF - LEDGER REWRITE "
046300                 "FAILED - STATUS " WS-SGN-STATUS
046400             ADD 1 TO WS-ERROR-COUNT
046500             MOVE 'F' TO PAND-OPJ-OUTCOME
046600             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
046700                     WS-SGN-STATUS   DELIMITED BY SIZE
046800                 INTO PAND-OPJ-OUTCOME-TEXT
046900             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
047000             GO TO 4000-EXIT
047100     END-REWRITE.
047200     ADD 1 TO WS-ACTION-COUNT.
047300     MOVE SPACES TO RPT-LINE.
047400     STRING "SIGNOFF - NIGHT " DELIMITED BY SIZE
047500             PAND-SGN-NIGHT      DELIMITED BY SIZE
047600             " VERDICT " DELIMITED BY SIZE
047700             PAND-SGN-VERDICT    DELIMITED BY SIZE
047800             " SIGNED OFF BY " DELIMITED BY SIZE
047900             WS-CMD-INITS        DELIMITED BY SIZE
048000             " AT " DELIMITED BY SIZE
048100             WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
048200         INTO RPT-LINE.
048300     IF PAND-SGN-OVERRIDDEN
048400         MOVE "- OVERRIDE" TO RPT-LINE(70:10)
048500     END-IF.
048600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
048700     PERFORM 7610-FORMAT-LEDGER-VALUES THRU 7610-EXIT.
048800     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
048900     MOVE 'D' TO PAND-OPJ-OUTCOME.
049000     IF PAND-SGN-OVERRIDDEN
049100         MOVE "FAILED NIGHT SIGNED OFF ON OVERRIDE"
049200             TO PAND-OPJ-OUTCOME-TEXT
049300     ELSE
049400         MOVE "NIGHT SIGNED OFF" TO PAND-OPJ-OUTCOME-TEXT
049500     END-IF.
049600     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
049700 4000-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100*    7200-REPORT-BAD-CARD - AUDIT LINE AND JOURNAL ENTRY FOR A  *
050200*    CARD THAT DID NOT PARSE AS A KNOWN COMMAND WITH USABLE     *
050300*    OPERANDS.                                                  *
050400*****************************************************************
050500 7200-REPORT-BAD-CARD.
050600     ADD 1 TO WS-ERROR-COUNT.
050700     MOVE SPACES TO RPT-LINE.
050800     STRING "ERROR - CARD NOT UNDERSTOOD: " DELIMITED BY SIZE
050900             CMD-CARD(1:50)      DELIMITED BY SIZE
051000         INTO RPT-LINE.
051100     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
051200     MOVE 'R' TO PAND-OPJ-OUTCOME.
051300     MOVE "CARD NOT UNDERSTOOD" TO PAND-OPJ-OUTCOME-TEXT.
051400     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
051500 7200-EXIT.
051600     EXIT.
051700*
051800*****************************************************************
051900*    7300-WRITE-AUDIT-LINE - EVERY ACTION AND ERROR GOES TO     *
052000*    THE REPORT AND TO SYSOUT SO THE RUN LEAVES A TRAIL IN      *
052100*    BOTH PLACES.                                               *
052200*****************************************************************
052300 7300-WRITE-AUDIT-LINE.
052400     WRITE RPT-LINE.
052500     IF WS-RPT-STATUS NOT = '00'
052600         DISPLAY "PANDORA NIGHT SIGN-OFF - REPORT WRITE FAILED - "
052700             "STATUS " WS-RPT-STATUS
052800     END-IF.
052900     DISPLAY RPT-LINE.
053000 7300-EXIT.
053100     EXIT.
053200*
053300*****************************************************************
053400*    7400-REPORT-NIGHT-NOT-FOUND - AUDIT LINE AND JOURNAL ENTRY *
053500*    FOR A SIGNOFF NAMING A NIGHT THE CERTIFICATE HAS NOT       *
053600*    RECORDED.                                                  *
053700*****************************************************************
053800 7400-REPORT-NIGHT-NOT-FOUND.
053900     ADD 1 TO WS-ERROR-COUNT.
054000     MOVE SPACES TO RPT-LINE.
054100     STRING "ERROR - NO CERTIFICATE ON FILE FOR NIGHT "
054200                 DELIMITED BY SIZE
054300             WS-CMD-NIGHT        DELIMITED BY SIZE
054400         INTO RPT-LINE.
054500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
054600     MOVE 'R' TO PAND-OPJ-OUTCOME.
054700     MOVE "NO CERTIFICATE ON FILE FOR THIS NIGHT"
054800         TO PAND-OPJ-OUTCOME-TEXT.
054900     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
055000 7400-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400*    7500-BUILD-TIMESTAMP - FORMAT THE CURRENT DATE/TIME THE    *
055500*    SAME WAY THE MONITORING PROGRAMS STAMP THEIR RECORDS.      *
055600*****************************************************************
055700 7500-BUILD-TIMESTAMP.
055800     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
055900     ACCEPT WS-TS-TIME FROM TIME.
056000     STRING WS-TS-DATE       DELIMITED BY SIZE
056100             "-"             DELIMITED BY SIZE
056200             WS-TS-TIME(1:6) DELIMITED BY SIZE
056300         INTO WS-TIMESTAMP-DISPLAY.
056400 7500-EXIT.
056500     EXIT.
056600*
056700*****************************************************************
056800*    7600-WRITE-OPER-JOURNAL - COMPLETE THE JOURNAL ENTRY THE   *
056900*    COMMAND HAS BUILT (KEY, VALUES AND OUTCOME) WITH THE RUN   *
057000*    TIMESTAMP (THE SAME STAMP A SIGN-OFF CARRIES), THE         *
057100*    UTILITY, THE SUBMITTING USER AND THE CARD AS ENTERED, AND  *
057200*    WRITE IT TO THE OPERATOR-ACTION JOURNAL, STEPPING THE      *
057300*    SEQUENCE NUMBER PAST ANY KEY ALREADY TAKEN.  A JOURNAL     *
057400*    THAT WILL NOT TAKE THE ENTRY IS AN ERROR LINE - THE        *
057500*    ACTION ITSELF HAS ALREADY BEEN TAKEN.                      *
057600*****************************************************************
057700 7600-WRITE-OPER-JOURNAL.
057800     IF PAND-OPJ-ACTION = SPACES
057900         MOVE WS-CMD-VERB TO PAND-OPJ-ACTION
058000     END-IF.
058100     MOVE WS-TIMESTAMP-DISPLAY TO PAND-OPJ-STAMP.
058200     MOVE "PANDSIGN" TO PAND-OPJ-UTILITY.
058300     MOVE WS-OPJ-SEQ TO PAND-OPJ-SEQ.
058400     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
058500     MOVE CMD-CARD TO PAND-OPJ-COMMAND.
058600     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
058700     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
058800         UNTIL WS-OPJ-DONE
058900         OR PAND-OPJ-SEQ > 99998.
059000     MOVE PAND-OPJ-SEQ TO WS-OPJ-SEQ.
059100 7600-EXIT.
059200     EXIT.
059300*
059400*****************************************************************
059500*    7610-FORMAT-LEDGER-VALUES - THE LEDGER RECORD'S STATUS,    *
059600*    VERDICT AND SIGN-OFF DETAILS AS JOURNAL TEXT, FOR THE      *
059700*    BEFORE OR AFTER IMAGE.                                     *
059800*****************************************************************
059900 7610-FORMAT-LEDGER-VALUES.
060000     MOVE SPACES TO WS-OPJ-VALUES.
060100     STRING "STATUS " DELIMITED BY SIZE
060200             PAND-SGN-STATUS     DELIMITED BY SIZE
060300             " VERDICT " DELIMITED BY SIZE
060400             PAND-SGN-VERDICT    DELIMITED BY SIZE
060500             " SIGNED " DELIMITED BY SIZE
060600             PAND-SGN-INITS      DELIMITED BY SIZE
060700             " " DELIMITED BY SIZE
060800             PAND-SGN-SIGN-STAMP DELIMITED BY SIZE
060900             " AS " DELIMITED BY SIZE
061000             PAND-SGN-SIGNED-VERDICT DELIMITED BY SIZE
061100             " OVR " DELIMITED BY SIZE
061200             PAND-SGN-OVERRIDE   DELIMITED BY SIZE
061300         INTO WS-OPJ-VALUES.
061400 7610-EXIT.
061500     EXIT.
061600*
061610*****************************************************************
061620*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
061630*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
061640*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
061650*****************************************************************
061700 7650-WRITE-ONE-JOURNAL.
061800     ADD 1 TO PAND-OPJ-SEQ.
061900     WRITE PAND-OPJ-REC
062000         INVALID KEY
062100             IF WS-OPJ-STATUS NOT = '22'
062200                 DISPLAY "PANDORA NIGHT SIGN-OFF - OPERATOR "
062300                     "JOURNAL WRITE FAILED - STATUS "
062400                     WS-OPJ-STATUS " - NIGHT " WS-CMD-NIGHT
062500                 ADD 1 TO WS-ERROR-COUNT
062600                 SET WS-OPJ-DONE TO TRUE
062700             END-IF
062800         NOT INVALID KEY
062900             ADD 1 TO WS-OPJ-COUNT
063000             SET WS-OPJ-DONE TO TRUE
063100     END-WRITE.
063200 7650-EXIT.
063300     EXIT.
063400*
063500*****************************************************************
063600*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
063700*****************************************************************
063800 8000-WRITE-SUMMARY.
063900     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
064000     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
064100     MOVE WS-OPJ-COUNT TO WS-OPJ-COUNT-D.
064200     MOVE SPACES TO RPT-LINE.
064300     WRITE RPT-LINE.
064400     MOVE SPACES TO RPT-LINE.
064500     STRING "COMMANDS COMPLETED . . . . . : " DELIMITED BY SIZE
064600             WS-ACTION-COUNT-D   DELIMITED BY SIZE
064700         INTO RPT-LINE.
064800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
064900     MOVE SPACES TO RPT-LINE.
065000     STRING "ERRORS REPORTED. . . . . . . : " DELIMITED BY SIZE
065100             WS-ERROR-COUNT-D    DELIMITED BY SIZE
065200         INTO RPT-LINE.
065300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
065400     MOVE SPACES TO RPT-LINE.
065500     STRING "JOURNAL ENTRIES WRITTEN. . . : " DELIMITED BY SIZE
065600             WS-OPJ-COUNT-D      DELIMITED BY SIZE
065700         INTO RPT-LINE.
065800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
065900 8000-EXIT.
066000     EXIT.
066100*
066200*****************************************************************
066300*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
066400*    CODE.  ANY ERROR LINE GIVES THE RUN A WARNING CODE; A      *
066500*    FAILED OPEN GETS ITS OWN CODE.                             *
066600*****************************************************************
066700 9000-TERMINATE.
066800     CLOSE CMD-FILE.
066900     CLOSE SGN-FILE.
067000     CLOSE OPJ-FILE.
067100     CLOSE RPT-FILE.
067200     IF WS-OPEN-FAILED
067300         MOVE 16 TO RETURN-CODE
067400     ELSE
067500         IF WS-ERROR-COUNT > 0
067600             MOVE 4 TO RETURN-CODE
067700         ELSE
067800             MOVE 0 TO RETURN-CODE
067900         END-IF
068000     END-IF.
068100 9000-EXIT.
068200     EXIT.
068300*
068400 9999-EXIT.
068500     STOP RUN.
