003200*   TEN IN DETAIL) AND THE STEP ENDS RC 8 SO THE MASTER GETS    *
003300*   A LOOK INSTEAD OF BLIND TRUST.                              *
003400*                                                               *
003410*   THE PARM MAY CARRY THE SUBMITTING USER AFTER THE FOLD ID    *
003420*   ('FOLDID,USERID' - THE JCL PASSES &SYSUID).  EVERY RUN -    *
003430*   CARRIED OUT, REFUSED OR FAILED - WRITES ONE ENTRY TO THE    *
003440*   OPERATOR-ACTION JOURNAL (PAND.OPER.JOURNAL) WITH THE PARM,  *
003450*   THE FOLD ID, THE LEDGER RECORD BEFORE AND AFTER, THE USER   *
003460*   AND THE OUTCOME.  NOTHING IS BACKED OUT UNLESS THE JOURNAL  *
003470*   OPENS.                                                      *
003480*                                                               *
003500*   MODIFICATION HISTORY                                        *
003600*   DATE       INIT  DESCRIPTION                                 *
003700*   ---------- ----  --------------------------------------     *
003901*                    CHARACTERS WITH THE LEDGER KEY (THE         *
003902*                    DEFAULT FOLD ID IS NOW FIRST JOB ID PLUS    *
003903*                    RUN DATE).                                  *
003913*   2026-10-15  DLM  COUNT THE CHECKPOINT-RESTART RECORD TYPE    *
003923*                    'K' AS ZERO CYCLES IN THE BACK-OUT AND THE  *
003933*                    MANIFEST VERIFICATION, MATCHING PANDHIST.   *
003934*   2026-10-15  DLM  THE PARM TAKES THE SUBMITTING USER AFTER    *
003935*                    THE FOLD ID; EVERY RUN, REFUSED OR NOT, IS  *
003936*                    WRITTEN TO THE OPERATOR-ACTION JOURNAL WITH *
003937*                    THE LEDGER RECORD BEFORE AND AFTER AND THE  *
003938*                    OUTCOME. THE RUN IS ABANDONED IF THE        *
003939*                    JOURNAL DOES NOT OPEN.                      *
003943*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS PAND-LGR-FOLD-ID
005500         FILE STATUS IS WS-LGR-STATUS.
005510     SELECT OPJ-FILE ASSIGN TO OPJFILE
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS RANDOM
005540         RECORD KEY IS PAND-OPJ-KEY
005550         FILE STATUS IS WS-OPJ-STATUS.
005600     SELECT RPT-FILE ASSIGN TO RPTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
007100     RECORDING MODE IS F.
007200     COPY PANDLGR.
007300*
007310 FD  OPJ-FILE
007320     RECORDING MODE IS F.
007330     COPY PANDOPJ.
007340*
007400 FD  RPT-FILE
007500     RECORDING MODE IS F.
007600 01  RPT-LINE                   PIC X(80).
008600         88  WS-BACKOUT-REFUSED     VALUE 'Y'.
008610     05  WS-VER-EOF-SWITCH      PIC X(01) VALUE 'N'.
008620         88  WS-VER-EOF             VALUE 'Y'.
008630     05  WS-OPJ-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008640         88  WS-OPJ-OPEN            VALUE 'Y'.
008650     05  WS-OPJ-DONE-SWITCH     PIC X(01) VALUE 'N'.
008660         88  WS-OPJ-DONE            VALUE 'Y'.
008700*
008800 01  WS-FILE-STATUSES.
008900     05  WS-AUD-STATUS          PIC X(02) VALUE '00'.
009000     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
009100     05  WS-LGR-STATUS          PIC X(02) VALUE '00'.
009200     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
009210     05  WS-OPJ-STATUS          PIC X(02) VALUE '00'.
009300*
009400 01  WS-COUNTERS.
009500     05  WS-READ-COUNT          PIC 9(09) COMP VALUE 0.
010100*
010200 01  WS-PARM-LEN                PIC S9(04) COMP VALUE 0.
010300 01  WS-FOLD-ID                 PIC X(16) VALUE SPACES.
010305 01  WS-OPJ-USER-ID             PIC X(08) VALUE SPACES.
010310*
010320 01  WS-VERIFY-FIELDS.
010330     05  WS-VER-RECORDS         PIC 9(09) COMP VALUE 0.
011300     05  WS-TS-DATE             PIC 9(08).
011400     05  WS-TS-TIME             PIC 9(08).
011500 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
011510 01  WS-OPJ-VALUES              PIC X(60) VALUE SPACES.
011600*
011700 01  WS-DISPLAY-COUNTS.
011800     05  WS-READ-COUNT-D        PIC 9(09).
012900 LINKAGE SECTION.
013000 01  LS-PARM-FIELD.
013100     05  LS-PARM-LEN            PIC S9(04) COMP.
013200     05  LS-PARM-TEXT           PIC X(25).
013300*
013400 PROCEDURE DIVISION USING LS-PARM-FIELD.
013500*
014700     GO TO 9999-EXIT.
014800*
014900*****************************************************************
015000*    1000-INITIALIZE - PICK UP THE FOLD ID AND THE SUBMITTING   *
015010*    USER FROM THE PARM, OPEN THE OPERATOR-ACTION JOURNAL       *
015020*    FIRST (SO EVEN A REFUSED RUN IS JOURNALED), THEN THE       *
015100*    HISTORY MASTER, THE FOLD LEDGER AND THE REPORT, AND        *
015200*    CHECK THE FOLD IS ON THE LEDGER IN STATUS 'F'.  A          *
015300*    MISSING PARM, AN UNKNOWN FOLD OR ONE ALREADY BACKED OUT    *
015400*    IS REFUSED BEFORE A SINGLE MASTER RECORD IS TOUCHED.       *
015610*****************************************************************
015700 1000-INITIALIZE.
015800     MOVE LS-PARM-LEN TO WS-PARM-LEN.
015900     IF WS-PARM-LEN > 25
016000         MOVE 25 TO WS-PARM-LEN
016100     END-IF.
016200     IF WS-PARM-LEN > 0
016300         UNSTRING LS-PARM-TEXT(1:WS-PARM-LEN) DELIMITED BY ','
016310             INTO WS-FOLD-ID WS-OPJ-USER-ID
016400     END-IF.
016500     IF WS-OPJ-USER-ID = SPACES
016600         MOVE "UNKNOWN" TO WS-OPJ-USER-ID
016700     END-IF.
017100     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
017200     ACCEPT WS-TS-TIME FROM TIME.
017300     STRING WS-TS-DATE       DELIMITED BY SIZE
017400             "-"             DELIMITED BY SIZE
017500             WS-TS-TIME(1:6) DELIMITED BY SIZE
017600         INTO WS-NOW-STAMP.
017610     MOVE SPACES TO PAND-OPJ-REC.
017620     MOVE "BACKOUT" TO PAND-OPJ-ACTION.
017630     MOVE WS-FOLD-ID TO PAND-OPJ-TARGET-KEY.
017640     OPEN I-O OPJ-FILE.
017650     IF WS-OPJ-STATUS NOT = '00'
017660         DISPLAY "PANDORA FOLD BACK-OUT - OPERATOR JOURNAL OPEN "
017670             "FAILED - STATUS " WS-OPJ-STATUS
017680         SET WS-OPEN-FAILED TO TRUE
017690         GO TO 1000-EXIT
017700     END-IF.
017710     SET WS-OPJ-OPEN TO TRUE.
017720     IF WS-FOLD-ID = SPACES
017730         DISPLAY "PANDORA FOLD BACK-OUT - NO FOLD ID IN PARM "
017740             "- NOTHING BACKED OUT"
017750         SET WS-BACKOUT-REFUSED TO TRUE
017760         MOVE "NO FOLD ID IN PARM" TO PAND-OPJ-OUTCOME-TEXT
017770         GO TO 1000-EXIT
017780     END-IF.
018300     OPEN I-O HIST-FILE.
018400     IF WS-HIST-STATUS NOT = '00'
018500         DISPLAY "PANDORA FOLD BACK-OUT - HISTORY MASTER OPEN "
023200             MOVE "FOLD IS NOT ON THE LEDGER - NOTHING BACKED"
023300                 TO RPT-LINE
023400             PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
023410             MOVE "FOLD IS NOT ON THE LEDGER"
023420                 TO PAND-OPJ-OUTCOME-TEXT
023500             GO TO 1500-EXIT
023600     END-READ.
023610     MOVE PAND-LGR-FIRST-JOB TO PAND-OPJ-JOB-ID.
023620     PERFORM 7610-FORMAT-LEDGER-VALUES THRU 7610-EXIT.
023630     MOVE WS-OPJ-VALUES TO PAND-OPJ-BEFORE.
023700     IF PAND-LGR-BACKED-OUT
023800         SET WS-BACKOUT-REFUSED TO TRUE
023900         MOVE SPACES TO RPT-LINE
024200                 PAND-LGR-BACKOUT-STAMP DELIMITED BY SIZE
024300             INTO RPT-LINE
024400         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
024410         MOVE "FOLD ALREADY BACKED OUT"
024420             TO PAND-OPJ-OUTCOME-TEXT
024500     END-IF.
024600 1500-EXIT.
024700     EXIT.
024785         DISPLAY "PANDORA FOLD BACK-OUT - AUDIT LOG OPEN "
024790             "FAILED - STATUS " WS-AUD-STATUS
024795         SET WS-BACKOUT-REFUSED TO TRUE
024796         STRING "AUDIT LOG OPEN FAILED - STATUS "
024797                     DELIMITED BY SIZE
024798                 WS-AUD-STATUS       DELIMITED BY SIZE
024799             INTO PAND-OPJ-OUTCOME-TEXT
024800         GO TO 1600-EXIT
024805     END-IF.
024810     PERFORM 1650-VERIFY-ONE-RECORD THRU 1650-EXIT
024995         MOVE "WRONG AUDFILE? BACK-OUT REFUSED - MASTER UNTOUCHED"
025000             TO RPT-LINE
025005         PERFORM 7300-WRITE-AUDIT-LINE THRU 7300-EXIT
025010         MOVE "GENERATION DOES NOT MATCH LEDGER MANIFEST"
025015             TO PAND-OPJ-OUTCOME-TEXT
025020     END-IF.
025025 1600-EXIT.
025030     EXIT.
025115         DISPLAY "PANDORA FOLD BACK-OUT - VERIFY READ FAILED "
025120             "- STATUS " WS-AUD-STATUS
025125         SET WS-BACKOUT-REFUSED TO TRUE
025126         STRING "AUDIT LOG VERIFY READ FAILED - STATUS "
025127                     DELIMITED BY SIZE
025128                 WS-AUD-STATUS       DELIMITED BY SIZE
025129             INTO PAND-OPJ-OUTCOME-TEXT
025130         SET WS-VER-EOF TO TRUE
025135         GO TO 1650-EXIT
025140     END-IF.
025175             AND PAND-AUD-TYPE NOT = 'R'
025180             AND PAND-AUD-TYPE NOT = 'T'
025185             AND PAND-AUD-TYPE NOT = 'D'
025187             AND PAND-AUD-TYPE NOT = 'K'
025190             ADD 1 TO WS-VER-CYCLES
025195         END-IF
025200     END-IF.
026320             OR PAND-AUD-TYPE = 'R'
026330             OR PAND-AUD-TYPE = 'T'
026340             OR PAND-AUD-TYPE = 'D'
026345             OR PAND-AUD-TYPE = 'K'
026350             MOVE 0 TO WS-INC-CYCLES
026360         ELSE
026400             MOVE 1 TO WS-INC-CYCLES
042400 7300-EXIT.
042500     EXIT.
042600*
042601*****************************************************************
042602*    7600-WRITE-OPER-JOURNAL - ONE OPERATOR-ACTION JOURNAL      *
042603*    ENTRY FOR THE RUN: THE PARM AS SUBMITTED, THE FOLD AND     *
042604*    ITS FIRST JOB, THE LEDGER RECORD BEFORE AND AFTER, AND     *
042605*    THE OUTCOME - FAILED WHEN A FILE DID NOT OPEN, REJECTED    *
042606*    WHEN THE BACK-OUT WAS REFUSED, DONE WITH WARNING WHEN      *
042607*    ANOMALIES WERE COUNTED, OTHERWISE DONE.  THE SEQUENCE      *
042608*    NUMBER STEPS PAST ANY KEY ALREADY TAKEN IN THE SAME        *
042609*    SECOND.  A JOURNAL THAT WILL NOT TAKE THE ENTRY COUNTS AS  *
042610*    AN ANOMALY.                                                *
042611*****************************************************************
042612 7600-WRITE-OPER-JOURNAL.
042613     MOVE WS-NOW-STAMP TO PAND-OPJ-STAMP.
042614     MOVE "PANDHBAK" TO PAND-OPJ-UTILITY.
042615     MOVE 0 TO PAND-OPJ-SEQ.
042616     MOVE WS-OPJ-USER-ID TO PAND-OPJ-USER-ID.
042617     MOVE "PARM=" TO PAND-OPJ-COMMAND.
042618     IF WS-PARM-LEN > 0
042619         MOVE LS-PARM-TEXT(1:WS-PARM-LEN)
042620             TO PAND-OPJ-COMMAND(6:)
042621     END-IF.
042622     EVALUATE TRUE
042623         WHEN WS-OPEN-FAILED
042624             MOVE 'F' TO PAND-OPJ-OUTCOME
042625             MOVE "FILE OPEN FAILED - NOTHING BACKED OUT"
042626                 TO PAND-OPJ-OUTCOME-TEXT
042627         WHEN WS-BACKOUT-REFUSED
042628             MOVE 'R' TO PAND-OPJ-OUTCOME
042629         WHEN WS-ANOMALY-COUNT > 0
042630             MOVE 'W' TO PAND-OPJ-OUTCOME
042631             MOVE WS-ANOMALY-COUNT TO WS-ANOMALY-COUNT-D
042632             STRING "BACKED OUT WITH " DELIMITED BY SIZE
042633                     WS-ANOMALY-COUNT-D  DELIMITED BY SIZE
042634                     " ANOMALIES" DELIMITED BY SIZE
042635                 INTO PAND-OPJ-OUTCOME-TEXT
042636         WHEN OTHER
042637             MOVE 'D' TO PAND-OPJ-OUTCOME
042638             MOVE "FOLD BACKED OUT CLEANLY"
042639                 TO PAND-OPJ-OUTCOME-TEXT
042640     END-EVALUATE.
042641     IF NOT WS-OPEN-FAILED
042642         AND NOT WS-BACKOUT-REFUSED
042643         MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-D
042644         MOVE WS-ADJUST-COUNT TO WS-ADJUST-COUNT-D
042645         STRING "LEDGER " DELIMITED BY SIZE
042646                 PAND-LGR-STATUS     DELIMITED BY SIZE
042647                 "  DELETED " DELIMITED BY SIZE
042648                 WS-DELETE-COUNT-D   DELIMITED BY SIZE
042649                 "  ADJUSTED " DELIMITED BY SIZE
042650                 WS-ADJUST-COUNT-D   DELIMITED BY SIZE
042651             INTO PAND-OPJ-AFTER
042652     END-IF.
042653     MOVE 'N' TO WS-OPJ-DONE-SWITCH.
042654     PERFORM 7650-WRITE-ONE-JOURNAL THRU 7650-EXIT
042655         UNTIL WS-OPJ-DONE
042656         OR PAND-OPJ-SEQ > 99998.
042657 7600-EXIT.
042658     EXIT.
042659*
042660*****************************************************************
042661*    7610-FORMAT-LEDGER-VALUES - THE FOLD'S LEDGER RECORD AS    *
042662*    JOURNAL TEXT FOR THE BEFORE IMAGE.                         *
042663*****************************************************************
042664 7610-FORMAT-LEDGER-VALUES.
042665     MOVE SPACES TO WS-OPJ-VALUES.
042666     STRING "LEDGER " DELIMITED BY SIZE
042667             PAND-LGR-STATUS     DELIMITED BY SIZE
042668             " FOLDED " DELIMITED BY SIZE
042669             PAND-LGR-FOLD-STAMP DELIMITED BY SIZE
042670             " RECS " DELIMITED BY SIZE
042671             PAND-LGR-RECORDS    DELIMITED BY SIZE
042672             " CYC " DELIMITED BY SIZE
042673             PAND-LGR-CYCLES     DELIMITED BY SIZE
042674         INTO WS-OPJ-VALUES.
042675 7610-EXIT.
042676     EXIT.
042677*
042678*****************************************************************
042679*    7650-WRITE-ONE-JOURNAL - WRITE THE JOURNAL ENTRY UNDER THE *
042680*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY TRIES THE NEXT       *
042681*    NUMBER, ANY OTHER FAILURE IS AN ANOMALY.                   *
042682*****************************************************************
042683 7650-WRITE-ONE-JOURNAL.
042684     ADD 1 TO PAND-OPJ-SEQ.
042685     WRITE PAND-OPJ-REC
042686         INVALID KEY
042687             IF WS-OPJ-STATUS NOT = '22'
042688                 DISPLAY "PANDORA FOLD BACK-OUT - OPERATOR "
042689                     "JOURNAL WRITE FAILED - STATUS "
042690                     WS-OPJ-STATUS " - FOLD " WS-FOLD-ID
042691                 ADD 1 TO WS-ANOMALY-COUNT
042692                 SET WS-OPJ-DONE TO TRUE
042693             END-IF
042694         NOT INVALID KEY
042695             SET WS-OPJ-DONE TO TRUE
042696     END-WRITE.
042697 7650-EXIT.
042698     EXIT.
042699*
042700*****************************************************************
042800*    8000-WRITE-SUMMARY - TOTAL UP THE REVERSAL.                *
042900*****************************************************************
045900*
046000*****************************************************************
046100*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
046110*    CODE, AFTER JOURNALING THE RUN WHEN THE JOURNAL IS OPEN:   *
046200*    16 WHEN A FILE DID NOT OPEN, 12 WHEN THE BACK-OUT          *
046300*    WAS REFUSED, 8 WHEN ANY ANOMALY MEANS THE MASTER NEEDS A   *
046400*    LOOK, 0 FOR A CLEAN REVERSAL.                              *
046500*****************************************************************
046600 9000-TERMINATE.
046610     IF WS-OPJ-OPEN
046620         PERFORM 7600-WRITE-OPER-JOURNAL THRU 7600-EXIT
046630         CLOSE OPJ-FILE
046640     END-IF.
046700     CLOSE AUD-FILE.
046800     CLOSE HIST-FILE.
046900     CLOSE LGR-FILE.
