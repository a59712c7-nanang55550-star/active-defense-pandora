003000*   SYSOUT.  AN UNKNOWN CARD OR A JOB ID THAT IS NOT ON FILE    *
003100*   IS REPORTED AND GIVES THE RUN A WARNING RETURN CODE.        *
003200*                                                               *
003210*   EVERY RESET, DELETE AND PURGE CARD - CARRIED OUT, REJECTED  *
003220*   OR FAILED - IS ALSO WRITTEN TO THE OPERATOR-ACTION JOURNAL  *
003230*   (PAND.OPER.JOURNAL) WITH THE CARD, THE JOB AFFECTED, THE    *
003240*   CHECKPOINT VALUES BEFORE AND AFTER, THE SUBMITTING USER     *
003250*   (THE PARM - THE JCL PASSES &SYSUID) AND THE TIMESTAMP.  A   *
003260*   PURGE JOURNALS EVERY RECORD IT REMOVES.  NO CARD IS ACTED   *
003270*   ON UNLESS THE JOURNAL OPENS.                                *
003280*                                                               *
003300*   MODIFICATION HISTORY                                        *
003400*   DATE       INIT  DESCRIPTION                                 *
003500*   ---------- ----  --------------------------------------     *
003600*   2026-08-22  DLM  ORIGINAL VERSION.                           *
003610*   2026-10-15  DLM  RESET ALSO CLEARS THE RUN STATE AND THE     *
003620*                    RESTART COUNT, SO THE NEXT START OF THE     *
003630*                    INSTANCE IS A CLEAN START, NOT A RESTART.   *
003640*   2026-10-15  DLM  EVERY RESET, DELETE AND PURGE (AND EVERY    *
003650*                    REJECTED CARD) IS WRITTEN TO THE OPERATOR-  *
003660*                    ACTION JOURNAL WITH THE BEFORE AND AFTER    *
003670*                    VALUES AND THE SUBMITTING USER FROM THE NEW *
003680*                    PARM; THE RUN IS ABANDONED IF THE JOURNAL   *
003690*                    DOES NOT OPEN.                              *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PAND-CKPT-JOB-ID
004800         FILE STATUS IS WS-CKPT-STATUS.
004810     SELECT OPJ-FILE ASSIGN TO OPJFILE
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS RANDOM
004840         RECORD KEY IS PAND-OPJ-KEY
004850         FILE STATUS IS WS-OPJ-STATUS.
004900     SELECT RPT-FILE ASSIGN TO RPTFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
006000     RECORDING MODE IS F.
006100     COPY PANDCKPT.
006200*
006210 FD  OPJ-FILE
006220     RECORDING MODE IS F.
006230     COPY PANDOPJ.
006240*
006300 FD  RPT-FILE
006400     RECORDING MODE IS F.
006500 01  RPT-LINE                   PIC X(80).
007300         88  WS-SCAN-EOF            VALUE 'Y'.
007400     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007500         88  WS-OPEN-FAILED         VALUE 'Y'.
007510     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
007520         88  WS-OPJ-DONE            VALUE 'Y'.
007600*
007700 01  WS-FILE-STATUSES.
007800     05  WS-CMD-STATUS          PIC X(02) VALUE '00'.
007900     05  WS-CKPT-STATUS         PIC X(02) VALUE '00'.
008000     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
008010     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
008100*
008200 01  WS-COUNTERS.
008300     05  WS-CARD-COUNT          PIC 9(05) COMP VALUE 0.
008500     05  WS-ERROR-COUNT         PIC 9(05) COMP VALUE 0.
008600     05  WS-LIST-COUNT          PIC 9(05) COMP VALUE 0.
008700     05  WS-PURGE-COUNT         PIC 9(05) COMP VALUE 0.
008710     05  WS-OPJ-COUNT           PIC 9(05) COMP VALUE 0.
008720     05  WS-OPJ-SEQ             PIC 9(05) COMP VALUE 0.
008800*
008900 01  WS-COMMAND-FIELDS.
009000     05  WS-CMD-VERB            PIC X(08) VALUE SPACES.
009320     05  WS-ACTION-COUNT-D      PIC 9(05).
009330     05  WS-ERROR-COUNT-D       PIC 9(05).
009340     05  WS-PURGE-COUNT-D       PIC 9(05).
009345     05  WS-OPJ-COUNT-D         PIC 9(05).
009350*
009360 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
009370 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
009380*
009400 01  WS-TIMESTAMP-FIELDS.
009500     05  WS-TS-DATE             PIC 9(08).
009600     05  WS-TS-TIME             PIC 9(08).
009700 01  WS-TIMESTAMP-DISPLAY       PIC X(15).
009710 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
009800*
009900 01  WS-TODAY-DAYNUM            PIC 9(07) COMP VALUE 0.
010000 01  WS-CUTOFF-DAYNUM           PIC 9(07) COMP VALUE 0.
012200     05  WS-HDR2                PIC X(80) VALUE
012300         "==========================================".
012400*
012410 LINKAGE SECTION.
012420 01  LS-PARM-FIELD.
012430     05  LS-PARM-LEN            PIC S9(04) COMP.
012440     05  LS-PARM-TEXT           PIC X(08).
012450*
012500 PROCEDURE DIVISION USING LS-PARM-FIELD.
012600*
012700 0000-MAIN-PARA.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     GO TO 9999-EXIT.
013700*
013800*****************************************************************
013900*    1000-INITIALIZE - PICK UP THE SUBMITTING USER FROM THE     *
014000*    PARM, OPEN THE COMMAND, CHECKPOINT, JOURNAL AND REPORT     *
014100*    FILES AND PRIME THE CARD READ-AHEAD.  A FAILED OPEN ON     *
014200*    ANY OF THEM ABANDONS THE RUN WITH ITS OWN RETURN CODE      *
014300*    BEFORE ANY ACTION IS TAKEN.  A JOB THAT PASSES NO USER     *
014310*    IS JOURNALED AS UNKNOWN.                                   *
014320*****************************************************************
014400 1000-INITIALIZE.
014405     MOVE LS-PARM-LEN TO WS-PARM-LEN.
014410     IF WS-PARM-LEN > 8
014415         MOVE 8 TO WS-PARM-LEN
014420     END-IF.
014425     IF WS-PARM-LEN > 0
014430         MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-OPJ-USER-ID
014435     END-IF.
014440     IF WS-OPJ-USER-ID = SPACES
014445         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
014450     END-IF.
014500     OPEN INPUT CMD-FILE.
014600     IF WS-CMD-STATUS NOT = '00'
014700         DISPLAY "PANDORA CKPT MAINT - SYSIN OPEN FAILED - "
015400             "- STATUS " WS-CKPT-STATUS
015500         SET WS-OPEN-FAILED TO TRUE
015600     END-IF.
015610     OPEN I-O OPJ-FILE.
015620     IF WS-OPJ-STATUS NOT = '00'
015630         DISPLAY "PANDORA CKPT MAINT - OPERATOR JOURNAL OPEN "
015640             "FAILED - STATUS " WS-OPJ-STATUS
015650         SET WS-OPEN-FAILED TO TRUE
015660     END-IF.
015700     OPEN OUTPUT RPT-FILE.
015800     IF WS-RPT-STATUS NOT = '00'
015900         DISPLAY "PANDORA CKPT MAINT - REPORT OPEN FAILED - "
018700         OR CMD-CARD(1:1) = '*'
018800         GO TO 2000-NEXT
018900     END-IF.
018910     MOVE SPACES TO PAND-OPJ-REC.
019000     MOVE SPACES TO WS-CMD-VERB.
019100     MOVE SPACES TO WS-CMD-OPERAND.
019200     UNSTRING CMD-CARD DELIMITED BY ALL SPACES
028000*****************************************************************
028100*    4000-RESET-JOB - SET THE NAMED JOB'S COUNTER TO ZERO AND   *
028200*    STAMP THE RECORD WITH THE CURRENT TIME SO THE NEXT RUN     *
028300*    OF THAT INSTANCE STARTS A FRESH WINDOW FROM ZERO.  THE     *
028310*    RUN STATE AND RESTART COUNT ARE CLEARED WITH IT, SO THAT   *
028320*    START IS NOT RECORDED AS A RESTART.                        *
028400*****************************************************************
028500 4000-RESET-JOB.
028600     IF WS-CMD-OPERAND = SPACES
028800         GO TO 4000-EXIT
028900     END-IF.
029000     MOVE WS-CMD-OPERAND TO PAND-CKPT-JOB-ID.
029010     MOVE WS-CMD-OPERAND TO PAND-OPJ-JOB-ID.
029020     MOVE WS-CMD-OPERAND TO PAND-OPJ-TARGET-KEY.
029100     READ CKPT-FILE
029200         INVALID KEY
029300             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
029400             GO TO 4000-EXIT
029500     END-READ.
029510     PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT.
029520     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
029600     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
029700     MOVE 0 TO PAND-CKPT-COUNTER.
029800     MOVE WS-TIMESTAMP-DISPLAY TO PAND-CKPT-TIMESTAMP.
029810     MOVE SPACE TO PAND-CKPT-RUN-STATE.
029820     MOVE 0 TO PAND-CKPT-RESTARTS.
029900     REWRITE PAND-CKPT-REC
030000         INVALID KEY
030100             DISPLAY "PANDORA CKPT MAINT - RESET REWRITE FAILED "
030200                 "- STATUS " WS-CKPT-STATUS
030300             ADD 1 TO WS-ERROR-COUNT
030310             MOVE 'F' TO PAND-OPJ-OUTCOME
030320             STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
030330                     WS-CKPT-STATUS  DELIMITED BY SIZE
030340                 INTO PAND-OPJ-OUTCOME-TEXT
030350             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
030400             GO TO 4000-EXIT
030500     END-REWRITE.
030600     ADD 1 TO WS-ACTION-COUNT.
031100             WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
031200         INTO RPT-LINE.
031300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
031310     PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT.
031320     MOVE WS-OPJ-VALUES TO PAND-OPJ-AFTER.
031330     MOVE 'D' TO PAND-OPJ-OUTCOME.
031340     MOVE "COUNTER SET TO ZERO" TO PAND-OPJ-OUTCOME-TEXT.
031350     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
031400 4000-EXIT.
031500     EXIT.
031600*
032400         GO TO 5000-EXIT
032500     END-IF.
032600     MOVE WS-CMD-OPERAND TO PAND-CKPT-JOB-ID.
032610     MOVE WS-CMD-OPERAND TO PAND-OPJ-JOB-ID.
032620     MOVE WS-CMD-OPERAND TO PAND-OPJ-TARGET-KEY.
032700     READ CKPT-FILE
032800         INVALID KEY
032900             PERFORM 7400-REPORT-JOB-NOT-FOUND THRU 7400-EXIT
033000             GO TO 5000-EXIT
033100     END-READ.
033110     PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT.
033120     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
033200     DELETE CKPT-FILE
033300         INVALID KEY
033400             DISPLAY "PANDORA CKPT MAINT - DELETE FAILED - "
033500                 "STATUS " WS-CKPT-STATUS
033600             ADD 1 TO WS-ERROR-COUNT
033610             MOVE 'F' TO PAND-OPJ-OUTCOME
033620             STRING "DELETE FAILED - STATUS " DELIMITED BY SIZE
033630                     WS-CKPT-STATUS  DELIMITED BY SIZE
033640                 INTO PAND-OPJ-OUTCOME-TEXT
033650             PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
033700             GO TO 5000-EXIT
033800     END-DELETE.
033900     ADD 1 TO WS-ACTION-COUNT.
034300             "  CHECKPOINT RECORD REMOVED" DELIMITED BY SIZE
034400         INTO RPT-LINE.
034500     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
034510     MOVE "CHECKPOINT RECORD REMOVED" TO PAND-OPJ-AFTER.
034520     MOVE 'D' TO PAND-OPJ-OUTCOME.
034530     MOVE "RECORD DELETED" TO PAND-OPJ-OUTCOME-TEXT.
034540     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
034600 5000-EXIT.
034700     EXIT.
034800*
038200             WS-PURGE-COUNT-D    DELIMITED BY SIZE
038300         INTO RPT-LINE.
038400     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
038405     MOVE SPACES TO PAND-OPJ-REC.
038410     MOVE "*ALL" TO PAND-OPJ-JOB-ID.
038415     STRING "CUTOFF " DELIMITED BY SIZE
038420             WS-PURGE-DAYS       DELIMITED BY SIZE
038425             " DAYS" DELIMITED BY SIZE
038430         INTO PAND-OPJ-TARGET-KEY.
038435     STRING WS-PURGE-COUNT-D    DELIMITED BY SIZE
038440             " CHECKPOINT RECORDS REMOVED" DELIMITED BY SIZE
038445         INTO PAND-OPJ-AFTER.
038450     MOVE 'D' TO PAND-OPJ-OUTCOME.
038455     MOVE "PURGE COMPLETE" TO PAND-OPJ-OUTCOME-TEXT.
038460     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
038500 6000-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900*    6100-PURGE-ONE-RECORD - READ THE NEXT CHECKPOINT RECORD    *
039000*    AND REMOVE IT WHEN ITS DATE IS OLDER THAN THE CUTOFF,      *
039100*    PRINTING AN AUDIT LINE AND WRITING A JOURNAL ENTRY FOR     *
039110*    EACH RECORD REMOVED.                                       *
039200*****************************************************************
039300 6100-PURGE-ONE-RECORD.
039400     READ CKPT-FILE NEXT RECORD
041700                 PAND-CKPT-TIMESTAMP DELIMITED BY SIZE
041800                 "  REMOVED"   DELIMITED BY SIZE
041900             INTO RPT-LINE
041910         MOVE SPACES TO PAND-OPJ-REC
041920         MOVE PAND-CKPT-JOB-ID TO PAND-OPJ-JOB-ID
041930         MOVE PAND-CKPT-JOB-ID TO PAND-OPJ-TARGET-KEY
041940         PERFORM 7610-FORMAT-CKPT-VALUES THRU 7610-EXIT
041950         MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE
042000         DELETE CKPT-FILE
042100             INVALID KEY
042200                 DISPLAY "PANDORA CKPT MAINT - PURGE DELETE "
042300                     "FAILED - STATUS " WS-CKPT-STATUS
042400                 ADD 1 TO WS-ERROR-COUNT
042410                 MOVE 'F' TO PAND-OPJ-OUTCOME
042420                 STRING "DELETE FAILED - STATUS "
042430                             DELIMITED BY SIZE
042440                         WS-CKPT-STATUS  DELIMITED BY SIZE
042450                     INTO PAND-OPJ-OUTCOME-TEXT
042460                 PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
042500                 GO TO 6100-EXIT
042600         END-DELETE
042700         ADD 1 TO WS-PURGE-COUNT
042800         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
042810         MOVE "CHECKPOINT RECORD REMOVED" TO PAND-OPJ-AFTER
042820         MOVE 'D' TO PAND-OPJ-OUTCOME
042830         MOVE "OLDER THAN PURGE CUTOFF" TO PAND-OPJ-OUTCOME-TEXT
042840         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
042900     END-IF.
043000 6100-EXIT.
043100     EXIT.
045600     EXIT.
045700*
045800*****************************************************************
045900*    7200-REPORT-BAD-CARD - AUDIT LINE AND JOURNAL ENTRY FOR A  *
046000*    CARD THAT DID NOT PARSE AS A KNOWN COMMAND WITH A USABLE   *
046010*    OPERAND.                                                   *
046100*****************************************************************
046200 7200-REPORT-BAD-CARD.
046300     ADD 1 TO WS-ERROR-COUNT.
046600             CMD-CARD(1:50)      DELIMITED BY SIZE
046700         INTO RPT-LINE.
046800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
046810     MOVE 'R' TO PAND-OPJ-OUTCOME.
046820     MOVE "CARD NOT UNDERSTOOD" TO PAND-OPJ-OUTCOME-TEXT.
046830     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
046900 7200-EXIT.
047000     EXIT.
047100*
048500     EXIT.
048600*
048700*****************************************************************
048800*    7400-REPORT-JOB-NOT-FOUND - AUDIT LINE AND JOURNAL ENTRY   *
048900*    FOR A RESET OR DELETE NAMING A JOB ID WITH NO CHECKPOINT   *
048910*    RECORD.                                                    *
049000*****************************************************************
049100 7400-REPORT-JOB-NOT-FOUND.
049200     ADD 1 TO WS-ERROR-COUNT.
049600             " HAS NO CHECKPOINT RECORD" DELIMITED BY SIZE
049700         INTO RPT-LINE.
049800     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
049810     MOVE 'R' TO PAND-OPJ-OUTCOME.
049820     MOVE "JOB HAS NO CHECKPOINT RECORD" TO PAND-OPJ-OUTCOME-TEXT.
049830     PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT.
049900 7400-EXIT.
050000     EXIT.
050100*
051300 7500-EXIT.
051400     EXIT.
051500*
051501*****************************************************************
051502*    7600-WRITE-OPER-JOURNAL - COMPLETE THE JOURNAL ENTRY THE   *
051503*    COMMAND HAS BUILT (ACTION, JOB, KEY, VALUES AND OUTCOME)   *
051504*    WITH THE TIMESTAMP, THE UTILITY, THE SUBMITTING USER AND   *
051505*    THE CARD AS ENTERED, AND WRITE IT TO THE OPERATOR-ACTION   *
051506*    JOURNAL, STEPPING THE SEQUENCE NUMBER PAST ANY KEY         *
051507*    ALREADY TAKEN IN THE SAME SECOND.  A JOURNAL THAT WILL     *
051508*    NOT TAKE THE ENTRY IS AN ERROR LINE - THE ACTION ITSELF    *
051509*    HAS ALREADY BEEN TAKEN.                                    *
051510*****************************************************************
051511 7600-WRITE-OPER-JOURNAL.
051512     IF PAND-OPJ-ACTION = SPACES
051513         MOVE WS-CMD-VERB TO PAND-OPJ-ACTION
051514     END-IF.
051515     PERFORM 7500-BUILD-TIMESTAMP THRU 7500-EXIT.
051516     MOVE WS-TIMESTAMP-DISPLAY TO PAND-OPJ-STAMP.
051517     MOVE "PANDCKPM" TO PAND-OPJ-UTILITY.
051518     MOVE WS-OPJ-SEQ TO PAND-OPJ-SEQ.
051519     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
051520     MOVE CMD-CARD TO PAND-OPJ-COMMAND.
051521     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
051522     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
051523         UNTIL WS-OPJ-DONE
051524         OR PAND-OPJ-SEQ > 99998.
051525     MOVE PAND-OPJ-SEQ TO WS-OPJ-SEQ.
051526 7600-EXIT.
051527     EXIT.
051528*
051529*****************************************************************
051530*    7610-FORMAT-CKPT-VALUES - THE CHECKPOINT RECORD'S VALUES   *
051531*    AS JOURNAL TEXT, FOR THE BEFORE OR AFTER IMAGE.            *
051532*****************************************************************
051533 7610-FORMAT-CKPT-VALUES.
051534     MOVE SPACES TO WS-OPJ-VALUES.
051535     STRING "COUNTER " DELIMITED BY SIZE
051536             PAND-CKPT-COUNTER   DELIMITED BY SIZE
051537             " STAMP " DELIMITED BY SIZE
051538             PAND-CKPT-TIMESTAMP DELIMITED BY SIZE
051539             " STATE " DELIMITED BY SIZE
051540             PAND-CKPT-RUN-STATE DELIMITED BY SIZE
051541             " RESTARTS " DELIMITED BY SIZE
051542             PAND-CKPT-RESTARTS  DELIMITED BY SIZE
051543         INTO WS-OPJ-VALUES.
051544 7610-EXIT.
051545     EXIT.
051546*
051548*****************************************************************
051550*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
051552*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
051554*    NUMBER, ANY OTHER FAILURE IS AN ERROR LINE.                *
051556*****************************************************************
051558 7650-WRITE-ONE-JOURNAL.
051560     ADD 1 TO PAND-OPJ-SEQ.
051562     WRITE PAND-OPJ-REC
051564         INVALID KEY
051566             IF WS-OPJ-STATUS NOT = '22'
051568                 DISPLAY "PANDORA CKPT MAINT - OPERATOR JOURNAL "
051570                     "WRITE FAILED - STATUS " WS-OPJ-STATUS
051572                     " - JOB " PAND-OPJ-JOB-ID
051574                 ADD 1 TO WS-ERROR-COUNT
051576                 SET WS-OPJ-DONE TO TRUE
051578             END-IF
051580         NOT INVALID KEY
051582             ADD 1 TO WS-OPJ-COUNT
051584             SET WS-OPJ-DONE TO TRUE
051586     END-WRITE.
051588 7650-EXIT.
051590     EXIT.
051592*
051600*****************************************************************
051700*    8000-WRITE-SUMMARY - TOTAL UP THE RUN.                     *
051800*****************************************************************
051900 8000-WRITE-SUMMARY.
052000     MOVE WS-ACTION-COUNT TO WS-ACTION-COUNT-D.
052100     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-D.
052110     MOVE WS-OPJ-COUNT TO WS-OPJ-COUNT-D.
052200     MOVE SPACES TO RPT-LINE.
052300     WRITE RPT-LINE.
052400     MOVE SPACES TO RPT-LINE.
053100             WS-ERROR-COUNT-D    DELIMITED BY SIZE
053200         INTO RPT-LINE.
053300     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
053310     MOVE SPACES TO RPT-LINE.
053320     STRING "JOURNAL ENTRIES WRITTEN. . . : " DELIMITED BY SIZE
053330             WS-OPJ-COUNT-D      DELIMITED BY SIZE
053340         INTO RPT-LINE.
053350     PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT.
053400 8000-EXIT.
053500     EXIT.
053600*
054200 9000-TERMINATE.
054300     CLOSE CMD-FILE.
054400     CLOSE CKPT-FILE.
054410     CLOSE OPJ-FILE.
054500     CLOSE RPT-FILE.
054600     IF WS-OPEN-FAILED
054700         MOVE 16 TO RETURN-CODE
