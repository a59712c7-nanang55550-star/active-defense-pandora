003000*   AN UNKNOWN CARD OR A JOB WITH NO USABLE SOURCE RECORDS IS   *
003100*   REPORTED AND GIVES THE RUN A WARNING RETURN CODE.           *
003200*                                                               *
003210*   EVERY REBUILD CARD - CARRIED OUT, REJECTED OR FAILED - IS   *
003220*   ALSO WRITTEN TO THE OPERATOR-ACTION JOURNAL                 *
003230*   (PAND.OPER.JOURNAL) WITH THE CARD, THE JOB, THE CHECKPOINT  *
003240*   VALUES BEFORE AND AFTER, THE SUBMITTING USER (THE PARM -    *
003250*   THE JCL PASSES &SYSUID) AND THE TIMESTAMP.  NO CARD IS      *
003260*   ACTED ON UNLESS THE JOURNAL OPENS.                          *
003270*                                                               *
003300*   MODIFICATION HISTORY                                        *
003400*   DATE       INIT  DESCRIPTION                                 *
003500*   ---------- ----  --------------------------------------     *
003600*   2026-09-02  DLM  ORIGINAL VERSION.                           *
003610*   2026-10-15  DLM  THE REBUILT RECORD CARRIES RUN STATE 'R'    *
003620*                    (KEEPING ANY RESTART COUNT ALREADY ON IT),  *
003630*                    SINCE A REBUILD ONLY FOLLOWS A RUN THAT     *
003640*                    NEVER STOPPED CLEANLY - THE NEXT START IS   *
003650*                    RECORDED AS A RESTART, WITH THE AGE OF THE  *
003660*                    REBUILT STAMP AS ITS LOST TIME.             *
003665*   2026-10-15  DLM  EVERY REBUILD (AND EVERY REJECTED CARD) IS  *
003670*                    WRITTEN TO THE OPERATOR-ACTION JOURNAL WITH *
003675*                    THE BEFORE AND AFTER VALUES AND THE         *
003680*                    SUBMITTING USER FROM THE NEW PARM; THE RUN  *
003685*                    IS ABANDONED IF THE JOURNAL DOES NOT OPEN.  *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS PAND-CKPT-JOB-ID
005600         FILE STATUS IS WS-CKPT-STATUS.
005610     SELECT OPJ-FILE ASSIGN TO OPJFILE
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS RANDOM
005640         RECORD KEY IS PAND-OPJ-KEY
005650         FILE STATUS IS WS-OPJ-STATUS.
005700     SELECT RPT-FILE ASSIGN TO RPTFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-STATUS.
007600     RECORDING MODE IS F.
007700     COPY PANDCKPT.
007800*
007810 FD  OPJ-FILE
007820     RECORDING MODE IS F.
007830     COPY PANDOPJ.
007840*
007900 FD  RPT-FILE
008000     RECORDING MODE IS F.
008100 01  RPT-LINE                   PIC X(80).
009300         88  WS-SOURCE-FOUND        VALUE 'Y'.
009400     05  WS-CKPT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
009500         88  WS-CKPT-RECORD-FOUND   VALUE 'Y'.
009510     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
009520         88  WS-OPJ-DONE            VALUE 'Y'.
009600*
009700 01  WS-FILE-STATUSES.
009800     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
010000     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
010100     05  WS-CKPT-STATUS         PIC X(02) VALUE '00'.
010200     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
010210     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
010300*
010400 01  WS-COUNTERS.
010500     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
010600     05  WS-ACTION-COUNT        PIC 9(05) COMP VALUE 0.
010700     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
010710     05  WS-OPJ-COUNT           PIC 9(05) COMP VALUE 0.
010720     05  WS-OPJ-SEQ             PIC 9(05) COMP VALUE 0.
010800*
010900 01  WS-COMMAND-FIELDS.
011000     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
011800 01  WS-DISPLAY-COUNTS.
011900     05  WS-ACTION-COUNT-D      PIC 9(05).
012000     05  WS-ERROR-COUNT-D       PIC 9(05).
012010     05  WS-OPJ-COUNT-D         PIC 9(05).
012100*
012110 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
012120 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
012130 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
012140*
012150 01  WS-TIMESTAMP-FIELDS.
012160     05  WS-TS-DATE             PIC 9(08).
012170     05  WS-TS-TIME             PIC 9(08).
012180 01  WS-TIMESTAMP-DISPLAY       PIC X(15).
012190*
012200 01  WS-REPORT-LINES.
012300     05  WS-HDR1                PIC X(80) VALUE
012400         "PANDORA HEARTBEAT - CHECKPOINT REBUILD".
012500     05  WS-HDR2                PIC X(80) VALUE
012600         "======================================".
012700*
012710 LINKAGE SECTION.
012720 01  LS-PARM-FIELD.
012730     05  LS-PARM-LEN            PIC S9(04) COMP.
012740     05  LS-PARM-TEXT           PIC X(08).
012750*
012800 PROCEDURE DIVISION USING LS-PARM-FIELD.
012900*
013000 0000-MAIN-PARA.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     GO TO 9999-EXIT.
014000*
014100*****************************************************************
014110*    1000-INITIALIZE - PICK UP THE SUBMITTING USER FROM THE     *
014120*    PARM (UNKNOWN WHEN NONE IS PASSED), OPEN THE COMMAND,      *
014200*    CHECKPOINT, JOURNAL AND REPORT FILES AND PRIME THE CARD    *
014300*    READ-AHEAD.  THE AUDIT AND HISTORY SOURCES ARE OPENED PER  *
014400*    COMMAND, SO A RUN THAT ONLY REBUILDS FROM ONE SOURCE ONLY  *
014500*    NEEDS THAT DD.  A FAILED OPEN HERE ABANDONS THE RUN WITH   *
014600*    ITS OWN RETURN CODE BEFORE ANY ACTION IS TAKEN.            *
014800*****************************************************************
014900 1000-INITIALIZE.
014905     MOVE LS-PARM-LEN TO WS-PARM-LEN.
014910     IF WS-PARM-LEN > 8
014915         MOVE 8 TO WS-PARM-LEN
014920     END-IF.
014925     IF WS-PARM-LEN > 0
014930         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-OPJ-USER-ID
014935     END-IF.
014940     IF WS-OPJ-USER-ID = SPACES
014945         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
014950     END-IF.
015000     OPEN INPUT CMD-FILE.
015100     IF WS-CMD-STATUS NOT = '00'
015200         DISPLAY "PANDORA CKPT REBUILD - SYSIN OPEN FAILED - "
015900             "FAILED - STATUS " WS-CKPT-STATUS
016000         SET WS-OPEN-FAILED TO TRUE
016100     END-IF.
016110     OPEN I-O OPJ-FILE.
016120     IF WS-OPJ-STATUS NOT = '00'
016130         DISPLAY "PANDORA CKPT REBUILD - OPERATOR JOURNAL OPEN "
016140             "FAILED - STATUS " WS-OPJ-STATUS
016150         SET WS-OPEN-FAILED TO TRUE
016160     END-IF.
016200     OPEN OUTPUT RPT-FILE.
016300     IF WS-RPT-STATUS NOT = '00'
016400         DISPLAY "PANDORA CKPT REBUILD - REPORT OPEN FAILED - "
018800         OR CMD-CARD(1:1) = '*'
018900         GO TO 2000-NEXT
019000     END-IF.
019010     MOVE SPACES TO PAND-OPJ-REC.
019100     MOVE SPACES TO WS-CMD-VERB.
019200     MOVE SPACES TO WS-CMD-JOB-ID.
019300     MOVE SPACES TO WS-CMD-SOURCE.
019800         PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
019900         GO TO 2000-NEXT
020000     END-IF.
020010     MOVE WS-CMD-JOB-ID TO PAND-OPJ-JOB-ID.
020020     MOVE WS-CMD-JOB-ID TO PAND-OPJ-TARGET-KEY.
020100     EVALUATE WS-CMD-SOURCE
020200         WHEN 'AUDIT'
020300             PERFORM 4000-REBUILD-FROM-AUDIT THRU 4000-EXIT
025000                 WS-AUD-STATUS       DELIMITED BY SIZE
025100             INTO RPT-LINE
025200         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
025210         MOVE 'F' TO PAND-OPJ-OUTCOME
025220         STRING "AUDIT OPEN FAILED - STATUS " DELIMITED BY SIZE
025230                 WS-AUD-STATUS       DELIMITED BY SIZE
025240             INTO PAND-OPJ-OUTCOME-TEXT
025250         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
025300         GO TO 4000-EXIT
025400     END-IF.
025500     PERFORM 4100-SCAN-ONE-AUDIT THRU 4100-EXIT
031500                 WS-HIST-STATUS      DELIMITED BY SIZE
031600             INTO RPT-LINE
031700         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
031710         MOVE 'F' TO PAND-OPJ-OUTCOME
031720         STRING "HISTORY OPEN FAILED - STATUS " DELIMITED BY SIZE
031730                 WS-HIST-STATUS      DELIMITED BY SIZE
031740             INTO PAND-OPJ-OUTCOME-TEXT
031750         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
031800         GO TO 5000-EXIT
031900     END-IF.
032000     MOVE WS-CMD-JOB-ID TO PAND-HST-JOB-ID.
037200*    JOB'S CHECKPOINT RECORD FROM THE LAST COUNTER AND          *
037300*    TIMESTAMP THE SOURCE SCAN FOUND.  A JOB WITH NO USABLE     *
037400*    SOURCE RECORDS IS AN ERROR LINE, NOT A ZERO REBUILD.       *
037410*    THE RUN STATE IS LEFT 'R' SO THE NEXT START OF THE JOB     *
037420*    IS RECORDED AS A RESTART FROM THE REBUILT COUNTER.         *
037500*****************************************************************
037600 6000-REBUILD-CHECKPOINT.
037700     IF NOT WS-SOURCE-FOUND
038400                 " RECORDS" DELIMITED BY SIZE
038500             INTO RPT-LINE
038600         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
038610         MOVE 'R' TO PAND-OPJ-OUTCOME
038620         STRING "NO USABLE " DELIMITED BY SIZE
038630                 WS-CMD-SOURCE       DELIMITED BY SPACE
038640                 " RECORDS" DELIMITED BY SIZE
038650             INTO PAND-OPJ-OUTCOME-TEXT
038660         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
038700         GO TO 6000-EXIT
038800     END-IF.
038900     MOVE 'N' TO WS-CKPT-FOUND-SWITCH.
039400         NOT INVALID KEY
039500             SET WS-CKPT-RECORD-FOUND TO TRUE
039600     END-READ.
039610     IF WS-CKPT-RECORD-FOUND
039620         PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT
039630         MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE
039640     ELSE
039650         MOVE "NO CHECKPOINT RECORD" TO PAND-OPJ-BEFORE
039660     END-IF.
039700     MOVE WS-CMD-JOB-ID TO PAND-CKPT-JOB-ID.
039800     MOVE WS-LAST-COUNTER TO PAND-CKPT-COUNTER.
039900     MOVE WS-LAST-TIMESTAMP TO PAND-CKPT-TIMESTAMP.
039910     MOVE 'R' TO PAND-CKPT-RUN-STATE.
039920     IF NOT WS-CKPT-RECORD-FOUND
039930         OR PAND-CKPT-RESTARTS NOT NUMERIC
039940         MOVE 0 TO PAND-CKPT-RESTARTS
039950     END-IF.
040000     IF WS-CKPT-RECORD-FOUND
040100         REWRITE PAND-CKPT-REC
040200             INVALID KEY
040300                 DISPLAY "PANDORA CKPT REBUILD - REWRITE FAILED "
040400                     "- STATUS " WS-CKPT-STATUS
040500                 ADD 1 TO WS-ERROR-COUNT
040510                 MOVE 'F' TO PAND-OPJ-OUTCOME
040520                 STRING "REWRITE FAILED - STATUS "
040530                             DELIMITED BY SIZE
040540                         WS-CKPT-STATUS  DELIMITED BY SIZE
040550                     INTO PAND-OPJ-OUTCOME-TEXT
040560                 PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
040600                 GO TO 6000-EXIT
040700         END-REWRITE
040800     ELSE
041100                 DISPLAY "PANDORA CKPT REBUILD - WRITE FAILED - "
041200                     "STATUS " WS-CKPT-STATUS
041300                 ADD 1 TO WS-ERROR-COUNT
041310                 MOVE 'F' TO PAND-OPJ-OUTCOME
041320                 STRING "WRITE FAILED - STATUS "
041330                             DELIMITED BY SIZE
041340                         WS-CKPT-STATUS  DELIMITED BY SIZE
041350                     INTO PAND-OPJ-OUTCOME-TEXT
041360                 PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
041400                 GO TO 6000-EXIT
041500         END-WRITE
041600     END-IF.
042600             WS-CMD-SOURCE       DELIMITED BY SIZE
042700         INTO RPT-LINE.
042800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
042810     PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT.
042820     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
042830     MOVE 'D' TO PAND-OPJ-OUTCOME.
042840     STRING "REBUILT FROM " DELIMITED BY SIZE
042850             WS-CMD-SOURCE       DELIMITED BY SPACE
042860         INTO PAND-OPJ-OUTCOME-TEXT.
042870     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
042900 6000-EXIT.
043000     EXIT.
043100*
043200*****************************************************************
043300*    7200-REPORT-BAD-CARD - AUDIT LINE AND JOURNAL ENTRY FOR A  *
043400*    CARD THAT DID NOT PARSE AS A KNOWN COMMAND WITH USABLE     *
043410*    OPERANDS.                                                  *
043500*****************************************************************
043600 7200-REPORT-BAD-CARD.
043700     ADD 1 TO WS-ERROR-COUNT.
044000             CMD-CARD(1:50)      DELIMITED BY SIZE
044100         INTO RPT-LINE.
044200     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
044210     MOVE 'R' TO PAND-OPJ-OUTCOME.
044220     MOVE "CARD NOT UNDERSTOOD" TO PAND-OPJ-OUTCOME-TEXT.
044230     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
044300 7200-EXIT.
044400     EXIT.
044500*
045800 7300-EXIT.
045900     EXIT.
046000*
046001*****************************************************************
046002*    7500-BUILD-TIMESTAMP - FORMAT THE CURRENT DATE/TIME THE    *
046003*    SAME WAY THE HEARTBEAT STAMPS ITS CHECKPOINT RECORDS.      *
046004*****************************************************************
046005 7500-BUILD-TIMESTAMP.
046006     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
046007     ACCEPT WS-TS-TIME FROM TIME.
046008     STRING WS-TS-DATE       DELIMITED BY SIZE
046009             "-"             DELIMITED BY SIZE
046010             WS-TS-TIME(1:6) DELIMITED BY SIZE
046011         INTO WS-TIMESTAMP-DISPLAY.
046012 7500-EXIT.
046013     EXIT.
046014*
046015*****************************************************************
046016*    7600-WRITE-OPER-JOURNAL - COMPLETE THE JOURNAL ENTRY THE   *
046017*    COMMAND HAS BUILT (JOB, KEY, VALUES AND OUTCOME) WITH THE  *
046018*    TIMESTAMP, THE UTILITY, THE SUBMITTING USER AND THE CARD   *
046019*    AS ENTERED, AND WRITE IT TO THE OPERATOR-ACTION JOURNAL,   *
046020*    STEPPING THE SEQUENCE NUMBER PAST ANY KEY ALREADY TAKEN    *
046021*    IN THE SAME SECOND.  A JOURNAL THAT WILL NOT TAKE THE      *
046022*    ENTRY IS AN ERROR LINE - THE ACTION ITSELF HAS ALREADY     *
046023*    BEEN TAKEN.                                                *
046024*****************************************************************
046025 7600-WRITE-OPER-JOURNAL.
046026     IF PAND-OPJ-ACTION = SPACES
046027         MOVE WS-CMD-VERB TO PAND-OPJ-ACTION
046028     END-IF.
046029     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
046030     MOVE WS-TIMESTAMP-DISPLAY TO PAND-OPJ-STAMP.
046031     MOVE "PANDCKRB" TO PAND-OPJ-UTILITY.
046032     MOVE WS-OPJ-SEQ TO PAND-OPJ-SEQ.
046033     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
046034     MOVE CMD-CARD TO PAND-OPJ-COMMAND.
046035     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
046036     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
046037         UNTIL WS-OPJ-DONE
046038         OR PAND-OPJ-SEQ > 99998.
046039     MOVE PAND-OPJ-SEQ TO WS-OPJ-SEQ.
046040 7600-EXIT.
046041     EXIT.
046042*
046043*****************************************************************
046044*    7610-FORMAT-CKPT-VALUES - THE CHECKPOINT RECORD'S VALUES   *
046045*    AS JOURNAL TEXT, FOR THE BEFORE OR AFTER IMAGE.            *
046046*****************************************************************
046047 7610-FORMAT-CKPT-VALUES.
046048     MOVE SPACES TO WS-OPJ-VALUES.
046049     STRING "COUNTER " DELIMITED BY SIZE
046050             PAND-CKPT-COUNTER   DELIMITED BY SIZE
046051             " STAMP " DELIMITED BY SIZE
046052             PAND-CKPT-TIMESTAMP DELIMITED BY SIZE
046053             " STATE " DELIMITED BY SIZE
046054             PAND-CKPT-RUN-STATE DELIMITED BY SIZE
046055             " RESTARTS " DELIMITED BY SIZE
046056             PAND-CKPT-RESTARTS  DELIMITED BY SIZE
046057         INTO WS-OPJ-VALUES.
046058 7610-EXIT.
046059     EXIT.
046060*
046061*****************************************************************
046062*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
046063*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
046064*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
046065*****************************************************************
046066 7650-WRITE-ONE-JOURNAL.
046067     ADD 1 TO PAND-OPJ-SEQ.
046068     WRITE PAND-OPJ-REC
046069         INVALID KEY
046070             IF WS-OPJ-STATUS NOT = '22'
046071                 DISPLAY "PANDORA CKPT REBUILD - OPERATOR "
046072                     "JOURNAL WRITE FAILED - STATUS "
046073                     WS-OPJ-STATUS " - JOB " PAND-OPJ-JOB-ID
046074                 ADD 1 TO WS-ERROR-COUNT
046075                 SET WS-OPJ-DONE TO TRUE
046076             END-IF
046077         NOT INVALID KEY
046078             ADD 1 TO WS-OPJ-COUNT
046079             SET WS-OPJ-DONE TO TRUE
046080     END-WRITE.
046081 7650-EXIT.
046082     EXIT.
046083*
046100*****************************************************************
046200*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
046300*****************************************************************
046400 8000-WRITE-SUMMARY.
046500     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
046600     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
046610     MOVE WS-OPJ-COUNT TO WS-OPJ-COUNT-D.
046700     MOVE SPACES TO RPT-LINE.
046800     WRITE RPT-LINE.
046900     MOVE SPACES TO RPT-LINE.
047600             WS-ERROR-COUNT-D    DELIMITED BY SIZE
047700         INTO RPT-LINE.
047800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
047810     MOVE SPACES TO RPT-LINE.
047820     STRING "JOURNAL ENTRIES WRITTEN. . . : " DELIMITED BY SIZE
047830             WS-OPJ-COUNT-D      DELIMITED BY SIZE
047840         INTO RPT-LINE.
047850     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
047900 8000-EXIT.
048000     EXIT.
048100*
048700 9000-TERMINATE.
048800     CLOSE CMD-FILE.
048900     CLOSE CKPT-FILE.
048910     CLOSE OPJ-FILE.
049000     CLOSE RPT-FILE.
049100     IF WS-OPEN-FAILED
049200         MOVE 16 TO RETURN-CODE
