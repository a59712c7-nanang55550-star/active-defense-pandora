001900*                         BE NAMED ON AN ACK CARD.              *
002000*     LISTALL           - PRINT EVERY ALERT, OPEN OR ACKED,     *
002100*                         WITH THE ACK DETAILS WHERE PRESENT.   *
002110*                         A SUPPRESSED ('S') ALERT SHOWS THE    *
002120*                         PLANNED OUTAGE THAT COVERED IT.       *
002200*     ACK <JOB-ID> <YYYYMMDD-HHMMSS> <SEQ> <INITS> <NOTE>       *
002300*                       - MARK THE NAMED ALERT ACKNOWLEDGED     *
002400*                         WITH THE OPERATOR'S INITIALS, THE     *
002800*   A CARD WITH * IN COLUMN 1 IS A COMMENT.  EVERY ACTION       *
002900*   TAKEN IS PRINTED AS AN AUDIT LINE ON THE REPORT AND ON      *
003000*   SYSOUT.  AN UNKNOWN CARD, A KEY THAT IS NOT ON FILE, OR     *
003010*   AN ALERT ALREADY ACKNOWLEDGED OR SUPPRESSED BY A PLANNED    *
003020*   OUTAGE IS REPORTED AND GIVES THE RUN A WARNING RETURN       *
003030*   CODE.                                                       *
003300*                                                               *
003310*   EVERY ACK CARD - CARRIED OUT OR REJECTED - AND EVERY CARD   *
003320*   NOT UNDERSTOOD IS ALSO WRITTEN TO THE OPERATOR-ACTION       *
003330*   JOURNAL (PAND.OPER.JOURNAL) WITH THE CARD, THE ALERT KEY,   *
003340*   THE ALERT'S STATUS BEFORE AND AFTER, THE SUBMITTING USER    *
003350*   (THE PARM - THE JCL PASSES &SYSUID) AND THE TIMESTAMP.      *
003360*   LIST AND LISTALL CHANGE NOTHING AND ARE NOT JOURNALED.  NO  *
003370*   CARD IS ACTED ON UNLESS THE JOURNAL OPENS.                  *
003380*                                                               *
003400*   MODIFICATION HISTORY                                        *
003500*   DATE       INIT  DESCRIPTION                                 *
003600*   ---------- ----  --------------------------------------     *
003700*   2026-09-02  DLM  ORIGINAL VERSION.                           *
003710*   2026-10-15  DLM  LISTALL SHOWS THE COVERING PLANNED OUTAGE   *
003720*                    UNDER AN ALERT FILED AS SUPPRESSED ('S').   *
003730*   2026-10-15  DLM  EVERY ACK (AND EVERY REJECTED CARD) IS      *
003740*                    WRITTEN TO THE OPERATOR-ACTION JOURNAL WITH *
003750*                    THE ALERT'S STATUS BEFORE AND AFTER AND THE *
003760*                    SUBMITTING USER FROM THE NEW PARM; THE RUN  *
003770*                    IS ABANDONED IF THE JOURNAL DOES NOT OPEN.  *
003775*   2026-10-15  DLM  AN ACK FOR A SUPPRESSED ('S') ALERT IS      *
003780*                    REJECTED AND JOURNALED 'R' - IT WAS RE-     *
003785*                    STAMPED 'A', LOSING ITS OUTAGE NOTE, AND    *
003790*                    COULD THEN BE FORWARDED AND COUNTED AS AN   *
003795*                    ACKNOWLEDGED ALERT.                         *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PAND-ALT-KEY
004900         FILE STATUS IS WS-ALT-STATUS.
004910     SELECT OPJ-FILE ASSIGN TO OPJFILE
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS RANDOM
004940         RECORD KEY IS PAND-OPJ-KEY
004950         FILE STATUS IS WS-OPJ-STATUS.
005000     SELECT RPT-FILE ASSIGN TO RPTFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.
006100     RECORDING MODE IS F.
006200     COPY PANDALT.
006300*
006310 FD  OPJ-FILE
006320     RECORDING MODE IS F.
006330     COPY PANDOPJ.
006340*
006400 FD  RPT-FILE
006500     RECORDING MODE IS F.
006600 01  RPT-LINE                   PIC X(80).
007600         88  WS-OPEN-FAILED         VALUE 'Y'.
007700     05  WS-LIST-ALL-SWITCH     PIC X(01) VALUE 'N'.
007800         88  WS-LIST-ALL            VALUE 'Y'.
007810     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
007820         88  WS-OPJ-DONE            VALUE 'Y'.
007900*
008000 01  WS-FILE-STATUSES.
008100     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
008200     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
008300     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
008310     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
008400*
008500 01  WS-COUNTERS.
008600     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
008700     05  WS-ACTION-COUNT        PIC 9(05) COMP VALUE 0.
008800     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
008900     05  WS-LIST-COUNT          PIC 9(05) COMP VALUE 0.
008910     05  WS-OPJ-COUNT           PIC 9(05) COMP VALUE 0.
008920     05  WS-OPJ-SEQ             PIC 9(05) COMP VALUE 0.
009000*
009100 01  WS-COMMAND-FIELDS.
009200     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
010100     05  WS-ACTION-COUNT-D      PIC 9(05).
010200     05  WS-ERROR-COUNT-D       PIC 9(05).
010300     05  WS-LIST-COUNT-D        PIC 9(05).
010310     05  WS-OPJ-COUNT-D         PIC 9(05).
010400*
010410 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010420 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
010430 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
010440*
010500 01  WS-TIMESTAMP-FIELDS.
010600     05  WS-TS-DATE             PIC 9(08).
010700     05  WS-TS-TIME             PIC 9(08).
011300     05  WS-HDR2                PIC X(80) VALUE
011400         "===========================================".
011500*
011510 LINKAGE SECTION.
011520 01  LS-PARM-FIELD.
011530     05  LS-PARM-LEN            PIC S9(04) COMP.
011540     05  LS-PARM-TEXT           PIC X(08).
011550*
011600 PROCEDURE DIVISION USING LS-PARM-FIELD.
011700*
011800 0000-MAIN-PARA.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700     GO TO 9999-EXIT.
012800*
012900*****************************************************************
013000*    1000-INITIALIZE - PICK UP THE SUBMITTING USER FROM THE     *
013100*    PARM (UNKNOWN WHEN NONE IS PASSED), OPEN THE COMMAND,      *
013200*    ALERT MASTER, JOURNAL AND REPORT FILES AND PRIME THE CARD  *
013300*    READ-AHEAD.  A FAILED OPEN ON ANY OF THEM ABANDONS THE     *
013310*    RUN WITH ITS OWN RETURN CODE BEFORE ANY ACTION IS TAKEN.   *
013400*****************************************************************
013500 1000-INITIALIZE.
013505     MOVE LS-PARM-LEN TO WS-PARM-LEN.
013510     IF WS-PARM-LEN > 8
013515         MOVE 8 TO WS-PARM-LEN
013520     END-IF.
013525     IF WS-PARM-LEN > 0
013530         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-OPJ-USER-ID
013535     END-IF.
013540     IF WS-OPJ-USER-ID = SPACES
013545         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
013550     END-IF.
013600     OPEN INPUT CMD-FILE.
013700     IF WS-CMD-STATUS NOT = '00'
013800         DISPLAY "PANDORA ALERT MAINT - SYSIN OPEN FAILED - "
014500             "FAILED - STATUS " WS-ALT-STATUS
014600         SET WS-OPEN-FAILED TO TRUE
014700     END-IF.
014710     OPEN I-O OPJ-FILE.
014720     IF WS-OPJ-STATUS NOT = '00'
014730         DISPLAY "PANDORA ALERT MAINT - OPERATOR JOURNAL OPEN "
014740             "FAILED - STATUS " WS-OPJ-STATUS
014750         SET WS-OPEN-FAILED TO TRUE
014760     END-IF.
014800     OPEN OUTPUT RPT-FILE.
014900     IF WS-RPT-STATUS NOT = '00'
015000         DISPLAY "PANDORA ALERT MAINT - REPORT OPEN FAILED - "
017600         OR CMD-CARD(1:1) = '*'
017700         GO TO 2000-NEXT
017800     END-IF.
017810     MOVE SPACES TO PAND-OPJ-REC.
017900     MOVE SPACES TO WS-CMD-VERB.
018000     MOVE SPACES TO WS-CMD-JOB-ID.
018100     MOVE SPACES TO WS-CMD-STAMP.
025500*****************************************************************
025600*    3100-LIST-ONE-ALERT - PRINT ONE ALERT RECORD, AND FOR A    *
025700*    LISTALL THE ACK DETAILS ON A SECOND LINE WHERE PRESENT.    *
025710*    A SUPPRESSED ALERT'S SECOND LINE NAMES ITS OUTAGE.         *
025800*****************************************************************
025900 3100-LIST-ONE-ALERT.
026000     READ ALERT-FILE NEXT RECORD
030100             INTO RPT-LINE
030200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
030300     END-IF.
030310     IF WS-LIST-ALL
030320         AND PAND-ALT-SUPPRESSED
030330         MOVE SPACES TO RPT-LINE
030340         STRING "    SUPPRESSED - " DELIMITED BY SIZE
030350                 PAND-ALT-ACK-NOTE   DELIMITED BY SIZE
030360             INTO RPT-LINE
030370         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
030380     END-IF.
030400 3100-EXIT.
030500     EXIT.
030600*
031000*    DISPOSITION NOTE FROM THE REST OF THE CARD.  AN ALERT      *
031100*    ALREADY ACKNOWLEDGED IS REPORTED RATHER THAN SILENTLY      *
031200*    RE-STAMPED, SO THE FIRST SIGN-OFF IS NEVER OVERWRITTEN.    *
031210*    AN ALERT SUPPRESSED BY A PLANNED OUTAGE NEEDS NO ACK AND   *
031220*    IS REJECTED THE SAME WAY, SO ITS OUTAGE NOTE STAYS, IT IS  *
031230*    NEVER FORWARDED AND IT STILL COUNTS AS SUPPRESSED.         *
031300*****************************************************************
031400 4000-ACK-ALERT.
031500     IF WS-CMD-JOB-ID = SPACES
031900         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
032000         GO TO 4000-EXIT
032100     END-IF.
032110     MOVE WS-CMD-JOB-ID TO PAND-OPJ-JOB-ID.
032120     STRING WS-CMD-JOB-ID       DELIMITED BY SIZE
032130             " " DELIMITED BY SIZE
032140             WS-CMD-STAMP        DELIMITED BY SIZE
032150             " " DELIMITED BY SIZE
032160             WS-CMD-SEQ          DELIMITED BY SIZE
032170         INTO PAND-OPJ-TARGET-KEY.
032200     MOVE WS-CMD-JOB-ID TO PAND-ALT-JOB-ID.
032300     MOVE WS-CMD-STAMP TO PAND-ALT-TIMESTAMP.
032400     MOVE WS-CMD-SEQ TO PAND-ALT-SEQ.
032700             PERFORM 7400-REPORT-KEY-NOT-FOUND THRU 7400-EXIT
032800             GO TO 4000-EXIT
032900     END-READ.
032910     PERFORM 7610-FORMAT-ALERT-VALUES THRU 7610-EXIT.
032920     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
033000     IF PAND-ALT-ACKED
033100         ADD 1 TO WS-ERROR-COUNT
033200         MOVE SPACES TO RPT-LINE
033700                 PAND-ALT-ACK-STAMP  DELIMITED BY SIZE
033800             INTO RPT-LINE
033900         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
033910         MOVE 'R' TO PAND-OPJ-OUTCOME
033920         MOVE "ALERT ALREADY ACKNOWLEDGED"
033921             TO PAND-OPJ-OUTCOME-TEXT
033922         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
033923         GO TO 4000-EXIT
033924     END-IF.
033925     IF PAND-ALT-SUPPRESSED
033926         ADD 1 TO WS-ERROR-COUNT
033927         MOVE "ERROR - ALERT SUPPRESSED BY PLANNED OUTAGE"
033928             TO RPT-LINE
033929         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
033930         MOVE 'R' TO PAND-OPJ-OUTCOME
033931         MOVE "ALERT SUPPRESSED - NO ACK NEEDED"
033932             TO PAND-OPJ-OUTCOME-TEXT
033940         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
034000         GO TO 4000-EXIT
034100     END-IF.
034200     MOVE 'A' TO PAND-ALT-STATUS.
034800             DISPLAY "PANDORA ALERT MAINT - ACK REWRITE FAILED "
034900                 "- STATUS " WS-ALT-STATUS
035000             ADD 1 TO WS-ERROR-COUNT
035010             MOVE 'F' TO PAND-OPJ-OUTCOME
035020             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
035030                     WS-ALT-STATUS   DELIMITED BY SIZE
035040                 INTO PAND-OPJ-OUTCOME-TEXT
035050             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
035100             GO TO 4000-EXIT
035200     END-REWRITE.
035300     ADD 1 TO WS-ACTION-COUNT.
036400             WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
036500         INTO RPT-LINE.
036600     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
036610     PERFORM 7610-FORMAT-ALERT-VALUES THRU 7610-EXIT.
036620     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
036630     MOVE 'D' TO PAND-OPJ-OUTCOME.
036640     MOVE "ALERT ACKNOWLEDGED" TO PAND-OPJ-OUTCOME-TEXT.
036650     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
036700 4000-EXIT.
036800     EXIT.
036900*
037000*****************************************************************
037100*    7200-REPORT-BAD-CARD - AUDIT LINE AND JOURNAL ENTRY FOR A  *
037200*    CARD THAT DID NOT PARSE AS A KNOWN COMMAND WITH USABLE     *
037210*    OPERANDS.                                                  *
037300*****************************************************************
037400 7200-REPORT-BAD-CARD.
037500     ADD 1 TO WS-ERROR-COUNT.
037800             CMD-CARD(1:50)      DELIMITED BY SIZE
037900         INTO RPT-LINE.
038000     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
038010     MOVE 'R' TO PAND-OPJ-OUTCOME.
038020     MOVE "CARD NOT UNDERSTOOD" TO PAND-OPJ-OUTCOME-TEXT.
038030     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
038100 7200-EXIT.
038200     EXIT.
038300*
039700     EXIT.
039800*
039900*****************************************************************
040000*    7400-REPORT-KEY-NOT-FOUND - AUDIT LINE AND JOURNAL ENTRY   *
040100*    FOR AN ACK NAMING A KEY WITH NO ALERT RECORD.              *
040200*****************************************************************
040300 7400-REPORT-KEY-NOT-FOUND.
040400     ADD 1 TO WS-ERROR-COUNT.
041100             WS-CMD-SEQ          DELIMITED BY SIZE
041200         INTO RPT-LINE.
041300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
041310     MOVE 'R' TO PAND-OPJ-OUTCOME.
041320     MOVE "NO ALERT ON FILE WITH THIS KEY"
041325         TO PAND-OPJ-OUTCOME-TEXT.
041330     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
041400 7400-EXIT.
041500     EXIT.
041600*
042800 7500-EXIT.
042900     EXIT.
043000*
043001*****************************************************************
043002*    7600-WRITE-OPER-JOURNAL - COMPLETE THE JOURNAL ENTRY THE   *
043003*    COMMAND HAS BUILT (KEY, VALUES AND OUTCOME) WITH THE RUN   *
043004*    TIMESTAMP (THE SAME STAMP AN ACK CARRIES), THE UTILITY,    *
043005*    THE SUBMITTING USER AND THE CARD AS ENTERED, AND WRITE IT  *
043006*    TO THE OPERATOR-ACTION JOURNAL, STEPPING THE SEQUENCE      *
043007*    NUMBER PAST ANY KEY ALREADY TAKEN.  A JOURNAL THAT WILL    *
043008*    NOT TAKE THE ENTRY IS AN ERROR LINE - THE ACTION ITSELF    *
043009*    HAS ALREADY BEEN TAKEN.                                    *
043010*****************************************************************
043011 7600-WRITE-OPER-JOURNAL.
043012     IF PAND-OPJ-ACTION = SPACES
043013         MOVE WS-CMD-VERB TO PAND-OPJ-ACTION
043014     END-IF.
043015     MOVE WS-TIMESTAMP-DISPLAY TO PAND-OPJ-STAMP.
043016     MOVE "PANDALRM" TO PAND-OPJ-UTILITY.
043017     MOVE WS-OPJ-SEQ TO PAND-OPJ-SEQ.
043018     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
043019     MOVE CMD-CARD TO PAND-OPJ-COMMAND.
043020     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
043021     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
043022         UNTIL WS-OPJ-DONE
043023         OR PAND-OPJ-SEQ > 99998.
043024     MOVE PAND-OPJ-SEQ TO WS-OPJ-SEQ.
043025 7600-EXIT.
043026     EXIT.
043027*
043028*****************************************************************
043029*    7610-FORMAT-ALERT-VALUES - THE ALERT RECORD'S STATUS AND   *
043030*    ACK DETAILS AS JOURNAL TEXT, FOR THE BEFORE OR AFTER       *
043031*    IMAGE.                                                     *
043032*****************************************************************
043033 7610-FORMAT-ALERT-VALUES.
043034     MOVE SPACES TO WS-OPJ-VALUES.
043035     STRING "STATUS " DELIMITED BY SIZE
043036             PAND-ALT-STATUS     DELIMITED BY SIZE
043037             " SEV " DELIMITED BY SIZE
043038             PAND-ALT-SEVERITY   DELIMITED BY SIZE
043039             " SOURCE " DELIMITED BY SIZE
043040             PAND-ALT-SOURCE     DELIMITED BY SIZE
043041             " ACK " DELIMITED BY SIZE
043042             PAND-ALT-ACK-INITS  DELIMITED BY SIZE
043043             " " DELIMITED BY SIZE
043044             PAND-ALT-ACK-STAMP  DELIMITED BY SIZE
043045         INTO WS-OPJ-VALUES.
043046 7610-EXIT.
043047     EXIT.
043048*
043050*****************************************************************
043052*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
043054*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
043056*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
043058*****************************************************************
043060 7650-WRITE-ONE-JOURNAL.
043062     ADD 1 TO PAND-OPJ-SEQ.
043064     WRITE PAND-OPJ-REC
043066         INVALID KEY
043068             IF WS-OPJ-STATUS NOT = '22'
043070                 DISPLAY "PANDORA ALERT MAINT - OPERATOR "
043072                     "JOURNAL WRITE FAILED - STATUS "
043074                     WS-OPJ-STATUS " - JOB " PAND-OPJ-JOB-ID
043076                 ADD 1 TO WS-ERROR-COUNT
043078                 SET WS-OPJ-DONE TO TRUE
043080             END-IF
043082         NOT INVALID KEY
043084             ADD 1 TO WS-OPJ-COUNT
043086             SET WS-OPJ-DONE TO TRUE
043088     END-WRITE.
043090 7650-EXIT.
043092     EXIT.
043094*
043100*****************************************************************
043200*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
043300*****************************************************************
043400 8000-WRITE-SUMMARY.
043500     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
043600     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
043610     MOVE WS-OPJ-COUNT TO WS-OPJ-COUNT-D.
043700     MOVE SPACES TO RPT-LINE.
043800     WRITE RPT-LINE.
043900     MOVE SPACES TO RPT-LINE.
044600             WS-ERROR-COUNT-D    DELIMITED BY SIZE
044700         INTO RPT-LINE.
044800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
044810     MOVE SPACES TO RPT-LINE.
044820     STRING "JOURNAL ENTRIES WRITTEN. . . : " DELIMITED BY SIZE
044830             WS-OPJ-COUNT-D      DELIMITED BY SIZE
044840         INTO RPT-LINE.
044850     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
044900 8000-EXIT.
045000     EXIT.
045100*
045700 9000-TERMINATE.
045800     CLOSE CMD-FILE.
045900     CLOSE ALERT-FILE.
045910     CLOSE OPJ-FILE.
046000     CLOSE RPT-FILE.
046100     IF WS-OPEN-FAILED
046200         MOVE 16 TO RETURN-CODE
