000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANDOPJR.
000300 AUTHOR. PANDORA-SYSTEM.
000400 INSTALLATION. PANDORA OPERATIONS CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*   PANDOPJR                                                    *
001000*   INQUIRY REPORT OVER THE OPERATOR-ACTION JOURNAL,            *
001010*   PAND.OPER.JOURNAL.  PANDCKPM, PANDCKRB, PANDALRM, PANDHBAK, *
001020*   PANDSIGN, PANDREGM AND PANDHRST EACH JOURNAL EVERY ACTION   *
001030*   THEY TAKE OR REFUSE - THE CARD OR PARM AS ENTERED, THE JOB  *
001040*   AFFECTED, THE VALUES BEFORE AND AFTER, THE SUBMITTING USER, *
001050*   THE TIMESTAMP AND THE OUTCOME - SO "WHO ZEROED PANDORA2'S   *
001060*   COUNTER LAST TUESDAY" IS ONE RUN OF THIS REPORT INSTEAD OF  *
001070*   A HUNT THROUGH SEVEN UTILITIES' SYSOUTS.  SYSIN SELECTION   *
001080*   CARDS:                                                      *
001800*                                                               *
001900*     FROM=<YYYYMMDD>    ONLY ENTRIES ON OR AFTER THIS DATE     *
002000*     TO=<YYYYMMDD>      ONLY ENTRIES ON OR BEFORE THIS DATE    *
002100*     JOBID=<JOB-ID>     ONLY ENTRIES FOR THIS JOB/INSTANCE     *
002200*     UTILITY=<PGM>      ONLY ENTRIES WRITTEN BY THIS UTILITY   *
002300*     ACTION=<VERB>      ONLY THIS ACTION (RESET, ACK, ...)     *
002400*     USER=<USERID>      ONLY ENTRIES SUBMITTED BY THIS USER    *
002500*                                                               *
002600*   CARDS MAY APPEAR IN ANY ORDER; A CARD WITH * IN COLUMN 1    *
002700*   IS A COMMENT AND NO CARDS AT ALL MEANS THE WHOLE JOURNAL.   *
002800*   A CARD THAT DOES NOT PARSE ABANDONS THE REPORT WITH RC 8,   *
002900*   AS THE EXTRACT DOES, RATHER THAN PRINTING A REPORT NOBODY   *
003000*   ASKED FOR.  THE JOURNAL IS KEYED BY TIMESTAMP FIRST, SO     *
003100*   THE READ STARTS AT THE FROM DATE AND STOPS PAST THE TO      *
003200*   DATE.  EACH ENTRY PRINTS AS A HEADLINE (WHEN, UTILITY,      *
003300*   USER, ACTION, JOB, OUTCOME) FOLLOWED BY THE CARD, THE KEY   *
003400*   ACTED ON, THE BEFORE AND AFTER VALUES AND THE RESULT TEXT.  *
003500*                                                               *
003600*   MODIFICATION HISTORY                                        *
003700*   DATE       INIT  DESCRIPTION                                 *
003800*   ---------- ----  --------------------------------------     *
003900*   2026-10-15  DLM  ORIGINAL VERSION.                           *
003910*   2026-10-15  DLM  PANDSIGN ADDED TO THE UTILITIES THAT        *
003920*                    JOURNAL.                                    *
003930*   2026-10-15  DLM  PANDREGM AND PANDHRST ADDED TO THE          *
003940*                    UTILITIES THAT JOURNAL.                     *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CMD-FILE ASSIGN TO SYSIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CMD-STATUS.
004700     SELECT OPJ-FILE ASSIGN TO OPJFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PAND-OPJ-KEY
005100         FILE STATUS IS WS-OPJ-STATUS.
005200     SELECT RPT-FILE ASSIGN TO RPTFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RPT-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CMD-FILE
005900     RECORDING MODE IS F.
006000 01  CMD-CARD                   PIC X(80).
006100*
006200 FD  OPJ-FILE
006300     RECORDING MODE IS F.
006400     COPY PANDOPJ.
006500*
006600 FD  RPT-FILE
006700     RECORDING MODE IS F.
006800 01  RPT-LINE                   PIC X(80).
006900*
007000 WORKING-STORAGE SECTION.
007100*
007200 01  WS-SWITCHES.
007300     05  WS-CARD-EOF-SWITCH     PIC X(01) VALUE 'N'.
007400         88  WS-CARD-EOF            VALUE 'Y'.
007500     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600         88  WS-EOF                 VALUE 'Y'.
007700     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007800         88  WS-OPEN-FAILED         VALUE 'Y'.
007900     05  WS-CARD-ERROR-SWITCH   PIC X(01) VALUE 'N'.
008000         88  WS-CARD-ERROR          VALUE 'Y'.
008100     05  WS-WANTED-SWITCH       PIC X(01) VALUE 'N'.
008200         88  WS-ENTRY-WANTED        VALUE 'Y'.
008300     05  WS-IO-ERROR-SWITCH     PIC X(01) VALUE 'N'.
008400         88  WS-IO-ERROR            VALUE 'Y'.
008500*
008600 01  WS-FILE-STATUSES.
008700     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
008800     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
008900     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
009000*
009100 01  WS-COUNTERS.
009200     05  WS-READ-COUNT          PIC 9(09) COMP VALUE 0.
009300     05  WS-PRINT-COUNT         PIC 9(09) COMP VALUE 0.
009400     05  WS-DONE-COUNT          PIC 9(09) COMP VALUE 0.
009500     05  WS-WARNING-COUNT       PIC 9(09) COMP VALUE 0.
009600     05  WS-REJECTED-COUNT      PIC 9(09) COMP VALUE 0.
009700     05  WS-FAILED-COUNT        PIC 9(09) COMP VALUE 0.
009800*
009900 01  WS-SELECTION-FIELDS.
010000     05  WS-SEL-FROM-DATE       PIC 9(08) VALUE 0.
010100     05  WS-SEL-TO-DATE         PIC 9(08) VALUE 99999999.
010200     05  WS-SEL-JOB-ID          PIC X(08) VALUE SPACES.
010300     05  WS-SEL-UTILITY         PIC X(08) VALUE SPACES.
010400     05  WS-SEL-ACTION          PIC X(08) VALUE SPACES.
010500     05  WS-SEL-USER-ID         PIC X(08) VALUE SPACES.
010600*
010700 01  WS-CARD-PARSE-FIELDS.
010800     05  WS-CARD-KEYWORD        PIC X(08) VALUE SPACES.
010900     05  WS-CARD-VALUE          PIC X(16) VALUE SPACES.
011000*
011100 01  WS-ENTRY-DATE              PIC 9(08) VALUE 0.
011200 01  WS-OUTCOME-WORD            PIC X(08) VALUE SPACES.
011300*
011400 01  WS-DISPLAY-FIELDS.
011500     05  WS-READ-COUNT-D        PIC 9(09).
011600     05  WS-PRINT-COUNT-D       PIC 9(09).
011700     05  WS-DONE-COUNT-D        PIC 9(09).
011800     05  WS-WARNING-COUNT-D     PIC 9(09).
011900     05  WS-REJECTED-COUNT-D    PIC 9(09).
012000     05  WS-FAILED-COUNT-D      PIC 9(09).
012100     05  WS-SEL-FROM-DATE-D     PIC 9(08).
012200     05  WS-SEL-TO-DATE-D       PIC 9(08).
012300*
012400 01  WS-REPORT-LINES.
012500     05  WS-HDR1                PIC X(80) VALUE
012600         "PANDORA HEARTBEAT - OPERATOR-ACTION JOURNAL INQUIRY".
012700     05  WS-HDR2                PIC X(80) VALUE
012800         "===================================================".
012900*
013000 PROCEDURE DIVISION.
013100*
013200 0000-MAIN-PARA.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     IF WS-OPEN-FAILED
013500         GO TO 9000-TERMINATE
013600     END-IF.
013700     PERFORM 1500-READ-SELECTION-CARDS THRU 1500-EXIT.
013800     IF WS-CARD-ERROR
013900         DISPLAY "PANDORA JOURNAL INQUIRY - ABANDONED - NO REPORT"
014000         GO TO 9000-TERMINATE
014100     END-IF.
014200     PERFORM 1800-START-JOURNAL THRU 1800-EXIT.
014300     PERFORM 2000-REPORT-ONE-ENTRY THRU 2000-EXIT
014400         UNTIL WS-EOF.
014500     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     GO TO 9999-EXIT.
014800*
014900*****************************************************************
015000*    1000-INITIALIZE - OPEN THE SELECTION CARDS, THE JOURNAL    *
015100*    AND THE REPORT.  A FAILED OPEN ABANDONS THE RUN WITH ITS   *
015200*    OWN RETURN CODE.                                           *
015300*****************************************************************
015400 1000-INITIALIZE.
015500     OPEN INPUT CMD-FILE.
015600     IF WS-CMD-STATUS NOT = '00'
015700         DISPLAY "PANDORA JOURNAL INQUIRY - SYSIN OPEN FAILED - "
015800             "STATUS " WS-CMD-STATUS
015900         SET WS-OPEN-FAILED TO TRUE
016000     END-IF.
016100     OPEN INPUT OPJ-FILE.
016200     IF WS-OPJ-STATUS NOT = '00'
016300         DISPLAY "PANDORA JOURNAL INQUIRY - OPERATOR JOURNAL "
016400             "OPEN FAILED - STATUS " WS-OPJ-STATUS
016500         SET WS-OPEN-FAILED TO TRUE
016600     END-IF.
016700     OPEN OUTPUT RPT-FILE.
016800     IF WS-RPT-STATUS NOT = '00'
016900         DISPLAY "PANDORA JOURNAL INQUIRY - REPORT OPEN FAILED - "
017000             "STATUS " WS-RPT-STATUS
017100         SET WS-OPEN-FAILED TO TRUE
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500*
017600*****************************************************************
017700*    1500-READ-SELECTION-CARDS - PARSE EVERY SYSIN CARD INTO    *
017800*    THE SELECTION FIELDS, THEN PRINT THE HEADING WITH THE      *
017900*    SELECTION IN FORCE.                                        *
018000*****************************************************************
018100 1500-READ-SELECTION-CARDS.
018200     PERFORM 1600-PARSE-ONE-CARD THRU 1600-EXIT
018300         UNTIL WS-CARD-EOF.
018400     IF WS-CARD-ERROR
018500         GO TO 1500-EXIT
018600     END-IF.
018700     MOVE WS-HDR1 TO RPT-LINE.
018800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
018900     MOVE WS-HDR2 TO RPT-LINE.
019000     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
019100     MOVE WS-SEL-FROM-DATE TO WS-SEL-FROM-DATE-D.
019200     MOVE WS-SEL-TO-DATE TO WS-SEL-TO-DATE-D.
019300     MOVE SPACES TO RPT-LINE.
019400     STRING "SELECTED - FROM " DELIMITED BY SIZE
019500             WS-SEL-FROM-DATE-D  DELIMITED BY SIZE
019600             " TO " DELIMITED BY SIZE
019700             WS-SEL-TO-DATE-D    DELIMITED BY SIZE
019800             "  JOB " DELIMITED BY SIZE
019900             WS-SEL-JOB-ID       DELIMITED BY SIZE
020000             "  UTILITY " DELIMITED BY SIZE
020100             WS-SEL-UTILITY      DELIMITED BY SIZE
020200         INTO RPT-LINE.
020300     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
020400     MOVE SPACES TO RPT-LINE.
020500     STRING "           ACTION " DELIMITED BY SIZE
020600             WS-SEL-ACTION       DELIMITED BY SIZE
020700             "  USER " DELIMITED BY SIZE
020800             WS-SEL-USER-ID      DELIMITED BY SIZE
020900             "   (BLANK = ALL)" DELIMITED BY SIZE
021000         INTO RPT-LINE.
021100     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
021200     MOVE SPACES TO RPT-LINE.
021300     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
021400 1500-EXIT.
021500     EXIT.
021600*
021700*****************************************************************
021800*    1600-PARSE-ONE-CARD - READ AND PARSE ONE SELECTION CARD.   *
021900*****************************************************************
022000 1600-PARSE-ONE-CARD.
022100     READ CMD-FILE
022200         AT END
022300             SET WS-CARD-EOF TO TRUE
022400             GO TO 1600-EXIT
022500     END-READ.
022600     IF WS-CMD-STATUS NOT = '00'
022700         IF WS-CMD-STATUS NOT = '10'
022800             DISPLAY "PANDORA JOURNAL INQUIRY - SYSIN READ "
022900                 "FAILED - STATUS " WS-CMD-STATUS
023000             SET WS-CARD-ERROR TO TRUE
023100         END-IF
023200         SET WS-CARD-EOF TO TRUE
023300         GO TO 1600-EXIT
023400     END-IF.
023500     IF CMD-CARD = SPACES
023600         OR CMD-CARD(1:1) = '*'
023700         GO TO 1600-EXIT
023800     END-IF.
023900     MOVE SPACES TO WS-CARD-KEYWORD.
024000     MOVE SPACES TO WS-CARD-VALUE.
024100     UNSTRING CMD-CARD DELIMITED BY '=' OR ALL SPACES
024200         INTO WS-CARD-KEYWORD WS-CARD-VALUE.
024300     EVALUATE WS-CARD-KEYWORD
024400         WHEN 'FROM'
024500             PERFORM 1610-TAKE-FROM-DATE THRU 1610-EXIT
024600         WHEN 'TO'
024700             PERFORM 1620-TAKE-TO-DATE THRU 1620-EXIT
024800         WHEN 'JOBID'
024900             PERFORM 1630-TAKE-NAME THRU 1630-EXIT
025000             MOVE WS-CARD-VALUE(1:8) TO WS-SEL-JOB-ID
025100         WHEN 'UTILITY'
025200             PERFORM 1630-TAKE-NAME THRU 1630-EXIT
025300             MOVE WS-CARD-VALUE(1:8) TO WS-SEL-UTILITY
025400         WHEN 'ACTION'
025500             PERFORM 1630-TAKE-NAME THRU 1630-EXIT
025600             MOVE WS-CARD-VALUE(1:8) TO WS-SEL-ACTION
025700         WHEN 'USER'
025800             PERFORM 1630-TAKE-NAME THRU 1630-EXIT
025900             MOVE WS-CARD-VALUE(1:8) TO WS-SEL-USER-ID
026000         WHEN OTHER
026100             PERFORM 1690-REPORT-BAD-CARD THRU 1690-EXIT
026200     END-EVALUATE.
026300 1600-EXIT.
026400     EXIT.
026500*
026600*****************************************************************
026700*    1610-TAKE-FROM-DATE - START OF THE DATE RANGE.             *
026800*****************************************************************
026900 1610-TAKE-FROM-DATE.
027000     IF WS-CARD-VALUE(1:8) NOT NUMERIC
027100         OR WS-CARD-VALUE(9:8) NOT = SPACES
027200         PERFORM 1690-REPORT-BAD-CARD THRU 1690-EXIT
027300     ELSE
027400         MOVE WS-CARD-VALUE(1:8) TO WS-SEL-FROM-DATE
027500     END-IF.
027600 1610-EXIT.
027700     EXIT.
027800*
027900*****************************************************************
028000*    1620-TAKE-TO-DATE - END OF THE DATE RANGE.                 *
028100*****************************************************************
028200 1620-TAKE-TO-DATE.
028300     IF WS-CARD-VALUE(1:8) NOT NUMERIC
028400         OR WS-CARD-VALUE(9:8) NOT = SPACES
028500         PERFORM 1690-REPORT-BAD-CARD THRU 1690-EXIT
028600     ELSE
028700         MOVE WS-CARD-VALUE(1:8) TO WS-SEL-TO-DATE
028800     END-IF.
028900 1620-EXIT.
029000     EXIT.
029100*
029200*****************************************************************
029300*    1630-TAKE-NAME - A JOB ID, UTILITY, ACTION OR USER ID      *
029400*    SELECTION: ONE TO EIGHT CHARACTERS.                        *
029500*****************************************************************
029600 1630-TAKE-NAME.
029700     IF WS-CARD-VALUE = SPACES
029800         OR WS-CARD-VALUE(1:1) = '='
029900         OR WS-CARD-VALUE(9:8) NOT = SPACES
030000         PERFORM 1690-REPORT-BAD-CARD THRU 1690-EXIT
030100     END-IF.
030200 1630-EXIT.
030300     EXIT.
030400*
030500*****************************************************************
030600*    1690-REPORT-BAD-CARD - A CARD THAT DID NOT PARSE MARKS     *
030700*    THE WHOLE RUN IN ERROR.                                    *
030800*****************************************************************
030900 1690-REPORT-BAD-CARD.
031000     SET WS-CARD-ERROR TO TRUE.
031100     DISPLAY "PANDORA JOURNAL INQUIRY - CARD NOT UNDERSTOOD: "
031200         CMD-CARD(1:40).
031300 1690-EXIT.
031400     EXIT.
031500*
031600*****************************************************************
031700*    1800-START-JOURNAL - POSITION THE JOURNAL AT THE FIRST     *
031800*    ENTRY ON OR AFTER THE FROM DATE.  THE KEY LEADS WITH THE   *
031900*    ENTRY'S TIMESTAMP, SO NOTHING EARLIER IS READ.             *
032000*****************************************************************
032100 1800-START-JOURNAL.
032200     MOVE LOW-VALUES TO PAND-OPJ-KEY.
032300     IF WS-SEL-FROM-DATE > 0
032400         MOVE WS-SEL-FROM-DATE TO WS-SEL-FROM-DATE-D
032500         MOVE WS-SEL-FROM-DATE-D TO PAND-OPJ-STAMP(1:8)
032600     END-IF.
032700     START OPJ-FILE KEY NOT < PAND-OPJ-KEY
032800         INVALID KEY
032900             SET WS-EOF TO TRUE
033000     END-START.
033100 1800-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500*    2000-REPORT-ONE-ENTRY - READ THE NEXT JOURNAL ENTRY IN     *
033600*    KEY ORDER, END THE SCAN ONCE PAST THE TO DATE, AND PRINT   *
033700*    THE ENTRY WHEN THE OTHER SELECTIONS ALL MATCH IT.          *
033800*****************************************************************
033900 2000-REPORT-ONE-ENTRY.
034000     READ OPJ-FILE NEXT RECORD
034100         AT END
034200             SET WS-EOF TO TRUE
034300             GO TO 2000-EXIT
034400     END-READ.
034500     IF WS-OPJ-STATUS NOT = '00'
034600         DISPLAY "PANDORA JOURNAL INQUIRY - JOURNAL READ FAILED "
034700             "- STATUS " WS-OPJ-STATUS
034800         SET WS-IO-ERROR TO TRUE
034900         SET WS-EOF TO TRUE
035000         GO TO 2000-EXIT
035100     END-IF.
035200     IF PAND-OPJ-STAMP(1:8) NUMERIC
035300         MOVE PAND-OPJ-STAMP(1:8) TO WS-ENTRY-DATE
035400         IF WS-ENTRY-DATE > WS-SEL-TO-DATE
035500             SET WS-EOF TO TRUE
035600             GO TO 2000-EXIT
035700         END-IF
035800     END-IF.
035900     ADD 1 TO WS-READ-COUNT.
036000     PERFORM 2100-APPLY-SELECTIONS THRU 2100-EXIT.
036100     IF WS-ENTRY-WANTED
036200         PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT
036300     END-IF.
036400 2000-EXIT.
036500     EXIT.
036600*
036700*****************************************************************
036800*    2100-APPLY-SELECTIONS - DECIDE WHETHER THIS ENTRY IS ON    *
036900*    THE REPORT.                                                *
037000*****************************************************************
037100 2100-APPLY-SELECTIONS.
037200     SET WS-ENTRY-WANTED TO TRUE.
037300     IF WS-SEL-JOB-ID NOT = SPACES
037400         AND PAND-OPJ-JOB-ID NOT = WS-SEL-JOB-ID
037500         MOVE 'N' TO WS-WANTED-SWITCH
037600         GO TO 2100-EXIT
037700     END-IF.
037800     IF WS-SEL-UTILITY NOT = SPACES
037900         AND PAND-OPJ-UTILITY NOT = WS-SEL-UTILITY
038000         MOVE 'N' TO WS-WANTED-SWITCH
038100         GO TO 2100-EXIT
038200     END-IF.
038300     IF WS-SEL-ACTION NOT = SPACES
038400         AND PAND-OPJ-ACTION NOT = WS-SEL-ACTION
038500         MOVE 'N' TO WS-WANTED-SWITCH
038600         GO TO 2100-EXIT
038700     END-IF.
038800     IF WS-SEL-USER-ID NOT = SPACES
038900         AND PAND-OPJ-USER-ID NOT = WS-SEL-USER-ID
039000         MOVE 'N' TO WS-WANTED-SWITCH
039100     END-IF.
039200 2100-EXIT.
039300     EXIT.
039400*
039500*****************************************************************
039600*    2200-PRINT-ENTRY - THE HEADLINE (WHEN, UTILITY, USER,      *
039700*    ACTION, JOB, OUTCOME), THEN THE CARD AS ENTERED, THE KEY   *
039800*    ACTED ON WHERE IT IS NOT SIMPLY THE JOB ID, THE BEFORE     *
039900*    AND AFTER VALUES AND THE RESULT TEXT.                      *
040000*****************************************************************
040100 2200-PRINT-ENTRY.
040200     ADD 1 TO WS-PRINT-COUNT.
040300     EVALUATE TRUE
040400         WHEN PAND-OPJ-DONE
040500             MOVE "DONE" TO WS-OUTCOME-WORD
040600             ADD 1 TO WS-DONE-COUNT
040700         WHEN PAND-OPJ-DONE-WARNING
040800             MOVE "WARNING" TO WS-OUTCOME-WORD
040900             ADD 1 TO WS-WARNING-COUNT
041000         WHEN PAND-OPJ-REJECTED
041100             MOVE "REJECTED" TO WS-OUTCOME-WORD
041200             ADD 1 TO WS-REJECTED-COUNT
041300         WHEN OTHER
041400             MOVE "FAILED" TO WS-OUTCOME-WORD
041500             ADD 1 TO WS-FAILED-COUNT
041600     END-EVALUATE.
041700     MOVE SPACES TO RPT-LINE.
041800     STRING PAND-OPJ-STAMP      DELIMITED BY SIZE
041900             " " DELIMITED BY SIZE
042000             PAND-OPJ-UTILITY    DELIMITED BY SIZE
042100             " USER " DELIMITED BY SIZE
042200             PAND-OPJ-USER-ID    DELIMITED BY SIZE
042300             " " DELIMITED BY SIZE
042400             PAND-OPJ-ACTION     DELIMITED BY SIZE
042500             " JOB " DELIMITED BY SIZE
042600             PAND-OPJ-JOB-ID     DELIMITED BY SIZE
042700             " " DELIMITED BY SIZE
042800             WS-OUTCOME-WORD     DELIMITED BY SIZE
042900         INTO RPT-LINE.
043000     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
043100     MOVE SPACES TO RPT-LINE.
043200     STRING "    CARD   : " DELIMITED BY SIZE
043300             PAND-OPJ-COMMAND(1:67) DELIMITED BY SIZE
043400         INTO RPT-LINE.
043500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
043600     IF PAND-OPJ-TARGET-KEY NOT = PAND-OPJ-JOB-ID
043700         MOVE SPACES TO RPT-LINE
043800         STRING "    KEY    : " DELIMITED BY SIZE
043900                 PAND-OPJ-TARGET-KEY DELIMITED BY SIZE
044000             INTO RPT-LINE
044100         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
044200     END-IF.
044300     IF PAND-OPJ-BEFORE NOT = SPACES
044400         MOVE SPACES TO RPT-LINE
044500         STRING "    BEFORE : " DELIMITED BY SIZE
044600                 PAND-OPJ-BEFORE     DELIMITED BY SIZE
044700             INTO RPT-LINE
044800         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
044900     END-IF.
045000     IF PAND-OPJ-AFTER NOT = SPACES
045100         MOVE SPACES TO RPT-LINE
045200         STRING "    AFTER  : " DELIMITED BY SIZE
045300                 PAND-OPJ-AFTER      DELIMITED BY SIZE
045400             INTO RPT-LINE
045500         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
045600     END-IF.
045700     MOVE SPACES TO RPT-LINE.
045800     STRING "    RESULT : " DELIMITED BY SIZE
045900             PAND-OPJ-OUTCOME-TEXT DELIMITED BY SIZE
046000         INTO RPT-LINE.
046100     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
046200     MOVE SPACES TO RPT-LINE.
046300     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
046400 2200-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800*    7300-WRITE-REPORT-LINE - WRITE ONE REPORT LINE.            *
046900*****************************************************************
047000 7300-WRITE-REPORT-LINE.
047100     WRITE RPT-LINE.
047200     IF WS-RPT-STATUS NOT = '00'
047300         DISPLAY "PANDORA JOURNAL INQUIRY - REPORT WRITE FAILED "
047400             "- STATUS " WS-RPT-STATUS
047500         SET WS-IO-ERROR TO TRUE
047600     END-IF.
047700 7300-EXIT.
047800     EXIT.
047900*
048000*****************************************************************
048100*    8000-WRITE-SUMMARY - TOTAL UP THE INQUIRY.                 *
048200*****************************************************************
048300 8000-WRITE-SUMMARY.
048400     IF WS-PRINT-COUNT = 0
048500         MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION" TO RPT-LINE
048600         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
048700         MOVE SPACES TO RPT-LINE
048800         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
048900     END-IF.
049000     MOVE WS-READ-COUNT TO WS-READ-COUNT-D.
049100     MOVE WS-PRINT-COUNT TO WS-PRINT-COUNT-D.
049200     MOVE WS-DONE-COUNT TO WS-DONE-COUNT-D.
049300     MOVE WS-WARNING-COUNT TO WS-WARNING-COUNT-D.
049400     MOVE WS-REJECTED-COUNT TO WS-REJECTED-COUNT-D.
049500     MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-D.
049600     MOVE SPACES TO RPT-LINE.
049700     STRING "ENTRIES IN DATE RANGE. . . . : " DELIMITED BY SIZE
049800             WS-READ-COUNT-D     DELIMITED BY SIZE
049900         INTO RPT-LINE.
050000     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
050100     MOVE SPACES TO RPT-LINE.
050200     STRING "ENTRIES REPORTED . . . . . . : " DELIMITED BY SIZE
050300             WS-PRINT-COUNT-D    DELIMITED BY SIZE
050400         INTO RPT-LINE.
050500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
050600     MOVE SPACES TO RPT-LINE.
050700     STRING "  DONE . . . . . . . . . . . : " DELIMITED BY SIZE
050800             WS-DONE-COUNT-D     DELIMITED BY SIZE
050900         INTO RPT-LINE.
051000     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
051100     MOVE SPACES TO RPT-LINE.
051200     STRING "  DONE WITH WARNING. . . . . : " DELIMITED BY SIZE
051300             WS-WARNING-COUNT-D  DELIMITED BY SIZE
051400         INTO RPT-LINE.
051500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
051600     MOVE SPACES TO RPT-LINE.
051700     STRING "  REJECTED . . . . . . . . . : " DELIMITED BY SIZE
051800             WS-REJECTED-COUNT-D DELIMITED BY SIZE
051900         INTO RPT-LINE.
052000     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
052100     MOVE SPACES TO RPT-LINE.
052200     STRING "  FAILED . . . . . . . . . . : " DELIMITED BY SIZE
052300             WS-FAILED-COUNT-D   DELIMITED BY SIZE
052400         INTO RPT-LINE.
052500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
052600 8000-EXIT.
052700     EXIT.
052800*
052900*****************************************************************
053000*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
053100*    CODE: 16 WHEN A FILE DID NOT OPEN, 8 WHEN A SELECTION      *
053200*    CARD DID NOT PARSE OR THE JOURNAL OR REPORT FAILED MID-    *
053300*    RUN, 0 OTHERWISE - A SELECTION THAT MATCHES NOTHING IS     *
053400*    AN ANSWER, NOT AN ERROR.                                   *
053500*****************************************************************
053600 9000-TERMINATE.
053700     CLOSE CMD-FILE.
053800     CLOSE OPJ-FILE.
053900     CLOSE RPT-FILE.
054000     IF WS-OPEN-FAILED
054100         MOVE 16 TO RETURN-CODE
054200     ELSE
054300         IF WS-CARD-ERROR
054400             OR WS-IO-ERROR
054500             MOVE 8 TO RETURN-CODE
054600         ELSE
054700             MOVE 0 TO RETURN-CODE
054800         END-IF
054900     END-IF.
055000 9000-EXIT.
055100     EXIT.
055200*
055300 9999-EXIT.
055400     STOP RUN.
