002600*   DATE       INIT  DESCRIPTION                                 *
002700*   ---------- ----  --------------------------------------     *
002800*   2026-09-02  DLM  ORIGINAL VERSION.                           *
002805*   2026-10-15  DLM  CHECK THE BOARD AGAINST THE CANARY INSTANCE *
002810*                    REGISTRY.  EACH LINE AND EXTRACT ROW NOW    *
002815*                    CARRIES THE CANARY'S REGISTRATION (ACTIVE,  *
002820*                    RETIRED OR UNREG), EVERY ACTIVE REGISTERED  *
002825*                    CANARY PAST ITS LIVE DATE WITH NO           *
002830*                    CHECKPOINT GETS A MISSING LINE AND ROW OF   *
002835*                    ITS OWN, AND BOTH KINDS OF EXCEPTION ARE    *
002840*                    FILED ON THE KEYED ALERT/EVENT MASTER.  A   *
002845*                    REGISTRY OR ALERT MASTER THAT WILL NOT      *
002850*                    OPEN IS DIAGNOSED, NOT FATAL.               *
002860*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
002870*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
002880*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
002890*                    YET SENT.                                   *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004400     SELECT EXT-FILE ASSIGN TO EXTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-EXT-STATUS.
004605     SELECT REG-FILE ASSIGN TO REGFILE
004610         ORGANIZATION IS INDEXED
004615         ACCESS MODE IS SEQUENTIAL
004620         RECORD KEY IS PAND-REG-JOB-ID
004625         FILE STATUS IS WS-REG-STATUS.
004630     SELECT ALERT-FILE ASSIGN TO ALERTFIL
004635         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004645         RECORD KEY IS PAND-ALT-KEY
004650         FILE STATUS IS WS-ALT-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
006200 FD  EXT-FILE
006300     RECORDING MODE IS F.
006400 01  EXT-LINE                   PIC X(120).
006410*
006420 FD  REG-FILE
006430     RECORDING MODE IS F.
006440     COPY PANDREG.
006450*
006460 FD  ALERT-FILE
006470     RECORDING MODE IS F.
006480     COPY PANDALT.
006500*
006600 WORKING-STORAGE SECTION.
006700*
007000         88  WS-EOF                 VALUE 'Y'.
007100     05  WS-OPEN-FAILED-SWITCH  PIC X(01) VALUE 'N'.
007200         88  WS-OPEN-FAILED         VALUE 'Y'.
007205     05  WS-ALTF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
007210         88  WS-ALTF-OPEN-OK        VALUE 'Y'.
007215     05  WS-ALTF-DONE-SWITCH    PIC X(01) VALUE 'N'.
007220         88  WS-ALTF-DONE           VALUE 'Y'.
007225     05  WS-REGF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
007230         88  WS-REGF-OPEN-OK        VALUE 'Y'.
007235     05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
007240         88  WS-REG-EOF             VALUE 'Y'.
007245     05  WS-REG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
007250         88  WS-REG-FOUND           VALUE 'Y'.
007300*
007400 01  WS-FILE-STATUSES.
007500     05  WS-CKPT-STATUS         PIC X(02) VALUE '00'.
007600     05  WS-STOP-STATUS         PIC X(02) VALUE '00'.
007700     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
007800     05  WS-EXT-STATUS          PIC X(02) VALUE '00'.
007810     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
007820     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
007900*
008000 01  WS-COUNTERS.
008100     05  WS-RECORD-COUNT        PIC 9(05) COMP VALUE 0.
008110     05  WS-UNREG-COUNT         PIC 9(05) COMP VALUE 0.
008120     05  WS-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
008200*
008300 01  WS-REQUEST-FIELDS.
008400     05  WS-REQ-FLAG            PIC X(04) VALUE SPACES.
011000 01  WS-ELAPSED-MINUTES         PIC S9(07) COMP VALUE 0.
011100 01  WS-ELAPSED-MINUTES-D       PIC 9(05) VALUE 0.
011200 01  WS-MINUTES-TEXT            PIC X(05) VALUE SPACES.
011205 01  WS-REG-TEXT                PIC X(07) VALUE SPACES.
011210 01  WS-ALERT-JOB-ID            PIC X(08) VALUE SPACES.
011215*
011220 01  WS-REGISTRY-TABLE-FIELDS.
011225     05  WS-REG-MAX             PIC 9(03) COMP VALUE 100.
011230     05  WS-REG-COUNT           PIC 9(03) COMP VALUE 0.
011235     05  WS-REG-LOOKUP-ID       PIC X(08) VALUE SPACES.
011240     05  WS-REG-ENTRY OCCURS 100 TIMES
011245             INDEXED BY RG-IX.
011250         10  WS-RG-JOB-ID       PIC X(08).
011255         10  WS-RG-STATUS       PIC X(01).
011260         10  WS-RG-ONCALL       PIC X(08).
011265         10  WS-RG-LIVE-DATE    PIC 9(08).
011270         10  WS-RG-SEEN-FLAG    PIC X(01).
011300*
011400 01  WS-DATE-CONVERT-FIELDS.
011500     05  WS-DC-DATE             PIC 9(08) VALUE 0.
013000*
013100 01  WS-DISPLAY-COUNTS.
013200     05  WS-RECORD-COUNT-D      PIC 9(05).
013210     05  WS-UNREG-COUNT-D       PIC 9(05).
013220     05  WS-MISSING-COUNT-D     PIC 9(05).
013300*
013400 01  WS-REPORT-LINES.
013500     05  WS-HDR1                PIC X(80) VALUE
014600     END-IF.
014700     PERFORM 2000-SHOW-ONE-CANARY THRU 2000-EXIT
014800         UNTIL WS-EOF.
014810     PERFORM 3000-SHOW-REGISTERED-MISSING THRU 3000-EXIT.
014900     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
015000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015100     GO TO 9999-EXIT.
015600*    THE CHECKPOINT DATASET, THE REPORT AND THE DASHBOARD       *
015700*    EXTRACT, WRITE THE FLEET HEADER AND PRIME THE READ-        *
015800*    AHEAD.  A STOP FILE THAT WILL NOT OPEN JUST SHOWS AS NO    *
015900*    PENDING REQUEST - THE BOARD MUST STILL ANSWER.  THE SAME   *
015910*    GOES FOR THE CANARY REGISTRY AND THE ALERT MASTER.         *
016000*****************************************************************
016100 1000-INITIALIZE.
016200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
018900             "STATUS " WS-EXT-STATUS
019000         SET WS-OPEN-FAILED TO TRUE
019100     END-IF.
019110     OPEN I-O ALERT-FILE.
019120     IF WS-ALT-STATUS = '00'
019130         SET WS-ALTF-OPEN-OK TO TRUE
019140     ELSE
019150         DISPLAY "PANDORA STATUS - ALERT MASTER OPEN FAILED - "
019160             "STATUS " WS-ALT-STATUS
019170     END-IF.
019180     PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT.
019200     IF WS-OPEN-FAILED
019300         GO TO 1000-EXIT
019400     END-IF.
026800     MOVE SPACES TO EXT-LINE.
026900     STRING "JOB|COUNTER|LAST_STAMP|MINS_SINCE|REQUEST|"
027000                 DELIMITED BY SIZE
027100             "REQUESTOR|AS_OF|REGISTRY" DELIMITED BY SIZE
027200         INTO EXT-LINE.
027300     PERFORM 7400-WRITE-EXTRACT-LINE THRU 7400-EXIT.
027400 1500-EXIT.
027500     EXIT.
027501*
027502*****************************************************************
027503*    1600-LOAD-REGISTRY - READ THE CANARY INSTANCE REGISTRY     *
027504*    INTO A TABLE SO EACH BOARD LINE CAN SHOW ITS CANARY'S      *
027505*    REGISTRATION AND THE MISSING CANARIES CAN BE LISTED        *
027506*    AFTER THE SWEEP.  A REGISTRY THAT WILL NOT OPEN IS         *
027507*    DIAGNOSED AND THE REGISTRY COLUMN IS LEFT BLANK.           *
027508*****************************************************************
027509 1600-LOAD-REGISTRY.
027510     OPEN INPUT REG-FILE.
027511     IF WS-REG-STATUS NOT = '00'
027512         DISPLAY "PANDORA STATUS - REGISTRY OPEN FAILED - "
027513             "STATUS " WS-REG-STATUS
027514             " - REGISTRY CHECKS SKIPPED"
027515         GO TO 1600-EXIT
027516     END-IF.
027517     SET WS-REGF-OPEN-OK TO TRUE.
027518     PERFORM 1650-LOAD-ONE-REGISTRATION THRU 1650-EXIT
027519         UNTIL WS-REG-EOF.
027520     CLOSE REG-FILE.
027521 1600-EXIT.
027522     EXIT.
027523*
027524*****************************************************************
027525*    1650-LOAD-ONE-REGISTRATION - FILE ONE REGISTRY RECORD IN   *
027526*    THE TABLE.  A LIVE DATE THAT IS NOT NUMERIC IS TAKEN AS    *
027527*    ZERO (ALREADY LIVE).  OVERFLOWING RECORDS ARE DIAGNOSED    *
027528*    AND DROPPED.                                               *
027529*****************************************************************
027530 1650-LOAD-ONE-REGISTRATION.
027531     READ REG-FILE
027532         AT END
027533             SET WS-REG-EOF TO TRUE
027534             GO TO 1650-EXIT
027535     END-READ.
027536     IF WS-REG-STATUS NOT = '00'
027537         DISPLAY "PANDORA STATUS - REGISTRY READ FAILED - "
027538             "STATUS " WS-REG-STATUS
027539         SET WS-REG-EOF TO TRUE
027540         GO TO 1650-EXIT
027541     END-IF.
027542     IF WS-REG-COUNT >= WS-REG-MAX
027543         DISPLAY "PANDORA STATUS - REGISTRY TABLE FULL - "
027544             "JOB " PAND-REG-JOB-ID " DROPPED"
027545         GO TO 1650-EXIT
027546     END-IF.
027547     ADD 1 TO WS-REG-COUNT.
027548     SET RG-IX TO WS-REG-COUNT.
027549     MOVE PAND-REG-JOB-ID TO WS-RG-JOB-ID (RG-IX).
027550     MOVE PAND-REG-STATUS TO WS-RG-STATUS (RG-IX).
027551     MOVE PAND-REG-ONCALL TO WS-RG-ONCALL (RG-IX).
027552     IF PAND-REG-LIVE-DATE NUMERIC
027553         MOVE PAND-REG-LIVE-DATE TO WS-RG-LIVE-DATE (RG-IX)
027554     ELSE
027555         MOVE 0 TO WS-RG-LIVE-DATE (RG-IX)
027556     END-IF.
027557     MOVE 'N' TO WS-RG-SEEN-FLAG (RG-IX).
027558 1650-EXIT.
027559     EXIT.
027600*
027700*****************************************************************
027800*    2000-SHOW-ONE-CANARY - ONE BOARD LINE AND ONE EXTRACT      *
028000*    MINUTES SINCE THE STAMP.  A TIMESTAMP THAT CANNOT BE       *
028100*    READ SHOWS AS ????? MINUTES RATHER THAN PRETENDING TO A    *
028200*    NUMBER.  A STAMP IN THE FUTURE (CLOCK SKEW) SHOWS ZERO.    *
028210*    THE LINE ENDS WITH THE CANARY'S REGISTRATION.              *
028300*****************************************************************
028400 2000-SHOW-ONE-CANARY.
028500     ADD 1 TO WS-RECORD-COUNT.
028510     PERFORM 2100-CHECK-REGISTRATION THRU 2100-EXIT.
028600     IF PAND-CKPT-TIMESTAMP(1:8) NOT NUMERIC
028700         OR PAND-CKPT-TIMESTAMP(5:2) < '01'
028800         OR PAND-CKPT-TIMESTAMP(5:2) > '12'
032300             WS-MINUTES-TEXT     DELIMITED BY SIZE
032400             "  " DELIMITED BY SIZE
032500             WS-REQ-PENDING-TEXT DELIMITED BY SIZE
032510             "  " DELIMITED BY SIZE
032520             WS-REG-TEXT         DELIMITED BY SIZE
032600         INTO RPT-LINE.
032700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
032800     MOVE SPACES TO EXT-LINE.
033900             WS-REQ-REQUESTOR    DELIMITED BY SIZE
034000             "|" DELIMITED BY SIZE
034100             WS-NOW-STAMP        DELIMITED BY SIZE
034110             "|" DELIMITED BY SIZE
034120             WS-REG-TEXT         DELIMITED BY SIZE
034200         INTO EXT-LINE.
034300     PERFORM 7400-WRITE-EXTRACT-LINE THRU 7400-EXIT.
034400     PERFORM 2900-READ-CHECKPOINT-RECORD THRU 2900-EXIT.
034500 2000-EXIT.
034600     EXIT.
034601*
034602*****************************************************************
034603*    2100-CHECK-REGISTRATION - SET THE REGISTRY COLUMN FOR      *
034604*    THIS CHECKPOINT.  A JOB ID THAT IS NOT ACTIVELY            *
034605*    REGISTERED IS AN UNREGISTERED CANARY AND IS FILED ON THE   *
034606*    ALERT MASTER; AN ACTIVE ONE IS MARKED SEEN FOR THE         *
034607*    MISSING-CANARY LIST.                                       *
034608*****************************************************************
034609 2100-CHECK-REGISTRATION.
034610     MOVE SPACES TO WS-REG-TEXT.
034611     IF NOT WS-REGF-OPEN-OK
034612         GO TO 2100-EXIT
034613     END-IF.
034614     MOVE PAND-CKPT-JOB-ID TO WS-REG-LOOKUP-ID.
034615     PERFORM 2150-FIND-REGISTRATION THRU 2150-EXIT.
034616     IF WS-REG-FOUND
034617         MOVE 'Y' TO WS-RG-SEEN-FLAG (RG-IX)
034618         IF WS-RG-STATUS (RG-IX) = 'A'
034619             MOVE "ACTIVE" TO WS-REG-TEXT
034620             GO TO 2100-EXIT
034621         END-IF
034622     END-IF.
034623     ADD 1 TO WS-UNREG-COUNT.
034624     MOVE PAND-CKPT-JOB-ID TO WS-ALERT-JOB-ID.
034625     MOVE 'W' TO PAND-ALT-SEVERITY.
034626     IF WS-REG-FOUND
034627         MOVE "RETIRED" TO WS-REG-TEXT
034628         MOVE "CHECKPOINT PRESENT - REGISTRATION RETIRED"
034629             TO PAND-ALT-TEXT
034630     ELSE
034631         MOVE "UNREG" TO WS-REG-TEXT
034632         MOVE "CHECKPOINT PRESENT - NOT ON CANARY REGISTRY"
034633             TO PAND-ALT-TEXT
034634     END-IF.
034635     PERFORM 7200-WRITE-ALERT-EVENT THRU 7200-EXIT.
034636 2100-EXIT.
034637     EXIT.
034638*
034639*****************************************************************
034640*    2150-FIND-REGISTRATION - LOOK WS-REG-LOOKUP-ID UP IN THE   *
034641*    REGISTRY TABLE.  WS-REG-FOUND IS SET AND RG-IX LEFT ON     *
034642*    THE ENTRY WHEN IT IS THERE.                                *
034643*****************************************************************
034644 2150-FIND-REGISTRATION.
034645     MOVE 'N' TO WS-REG-FOUND-SWITCH.
034646     IF WS-REG-COUNT = 0
034647         GO TO 2150-EXIT
034648     END-IF.
034649     SET RG-IX TO 1.
034650     SEARCH WS-REG-ENTRY
034651         AT END
034652             CONTINUE
034653         WHEN RG-IX > WS-REG-COUNT
034654             CONTINUE
034655         WHEN WS-RG-JOB-ID (RG-IX) = WS-REG-LOOKUP-ID
034656             SET WS-REG-FOUND TO TRUE
034657     END-SEARCH.
034658 2150-EXIT.
034659     EXIT.
034700*
034800*****************************************************************
034900*    2900-READ-CHECKPOINT-RECORD - READ-AHEAD ONE RECORD.       *
036200     END-IF.
036300 2900-EXIT.
036400     EXIT.
036401*
036402*****************************************************************
036403*    3000-SHOW-REGISTERED-MISSING - AFTER THE SWEEP, ONE BOARD  *
036404*    LINE AND ONE EXTRACT ROW FOR EVERY ACTIVE REGISTERED       *
036405*    CANARY PAST ITS LIVE DATE THAT HAS NO CHECKPOINT RECORD,   *
036406*    EACH ALSO FILED ON THE ALERT MASTER.                       *
036407*****************************************************************
036408 3000-SHOW-REGISTERED-MISSING.
036409     IF NOT WS-REGF-OPEN-OK
036410         GO TO 3000-EXIT
036411     END-IF.
036412     PERFORM 3100-SHOW-ONE-MISSING THRU 3100-EXIT
036413         VARYING RG-IX FROM 1 BY 1
036414         UNTIL RG-IX > WS-REG-COUNT.
036415 3000-EXIT.
036416     EXIT.
036417*
036418*****************************************************************
036419*    3100-SHOW-ONE-MISSING - THE BOARD LINE, EXTRACT ROW AND    *
036420*    ALERT FOR ONE REGISTERED CANARY THE SWEEP NEVER SAW.       *
036421*****************************************************************
036422 3100-SHOW-ONE-MISSING.
036423     IF WS-RG-STATUS (RG-IX) NOT = 'A'
036424         OR WS-RG-SEEN-FLAG (RG-IX) = 'Y'
036425         OR WS-RG-LIVE-DATE (RG-IX) > WS-NOW-DATE
036426         GO TO 3100-EXIT
036427     END-IF.
036428     ADD 1 TO WS-MISSING-COUNT.
036429     MOVE SPACES TO RPT-LINE.
036430     STRING WS-RG-JOB-ID (RG-IX) DELIMITED BY SIZE
036431             "  ** REGISTERED - NO CHECKPOINT ON FILE - ONCALL "
036432                 DELIMITED BY SIZE
036433             WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
036434             " **" DELIMITED BY SIZE
036435         INTO RPT-LINE.
036436     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
036437     MOVE SPACES TO EXT-LINE.
036438     STRING WS-RG-JOB-ID (RG-IX) DELIMITED BY SIZE
036439             "||||" DELIMITED BY SIZE
036440             WS-REQ-FLAG         DELIMITED BY SIZE
036441             "|" DELIMITED BY SIZE
036442             WS-REQ-REQUESTOR    DELIMITED BY SIZE
036443             "|" DELIMITED BY SIZE
036444             WS-NOW-STAMP        DELIMITED BY SIZE
036445             "|MISSING" DELIMITED BY SIZE
036446         INTO EXT-LINE.
036447     PERFORM 7400-WRITE-EXTRACT-LINE THRU 7400-EXIT.
036448     MOVE WS-RG-JOB-ID (RG-IX) TO WS-ALERT-JOB-ID.
036449     MOVE 'W' TO PAND-ALT-SEVERITY.
036450     MOVE SPACES TO PAND-ALT-TEXT.
036451     STRING "REGISTERED - NO CHECKPOINT - ONCALL "
036452                 DELIMITED BY SIZE
036453             WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
036454         INTO PAND-ALT-TEXT.
036455     PERFORM 7200-WRITE-ALERT-EVENT THRU 7200-EXIT.
036456 3100-EXIT.
036457     EXIT.
036500*
036600*****************************************************************
036700*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
038700         + WS-CUM-DAYS(WS-DC-MONTH) + WS-DC-DAY.
038800 7100-EXIT.
038900     EXIT.
038902*
038904*****************************************************************
038906*    7200-WRITE-ALERT-EVENT - FILE ONE REGISTRY EXCEPTION ON    *
038908*    THE KEYED ALERT/EVENT MASTER.  THE CALLER FILLS IN THE     *
038910*    JOB ID, SEVERITY AND TEXT; THE KEY IS THAT JOB ID, THE     *
038912*    SWEEP TIMESTAMP AND A SEQUENCE NUMBER BUMPED PAST ANY      *
038914*    EVENT ALREADY FILED FOR THE SAME SECOND.  A MASTER THAT    *
038916*    IS NOT OPEN IS PASSED OVER - THE BOARD STILL SHOWS IT.     *
038918*****************************************************************
038920 7200-WRITE-ALERT-EVENT.
038922     IF NOT WS-ALTF-OPEN-OK
038924         GO TO 7200-EXIT
038926     END-IF.
038928     MOVE WS-ALERT-JOB-ID TO PAND-ALT-JOB-ID.
038930     MOVE WS-NOW-STAMP TO PAND-ALT-TIMESTAMP.
038932     MOVE 0 TO PAND-ALT-SEQ.
038934     MOVE "PANDSTAT" TO PAND-ALT-SOURCE.
038936     MOVE 'O' TO PAND-ALT-STATUS.
038938     MOVE SPACES TO PAND-ALT-ACK-INITS.
038940     MOVE SPACES TO PAND-ALT-ACK-STAMP.
038942     MOVE SPACES TO PAND-ALT-ACK-NOTE.
038943     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
038944     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
038946     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
038948         UNTIL WS-ALTF-DONE
038950         OR PAND-ALT-SEQ > 998.
038952 7200-EXIT.
038954     EXIT.
038956*
038958*****************************************************************
038960*    7250-WRITE-ONE-ALERT - ONE WRITE ATTEMPT.  A DUPLICATE     *
038962*    KEY (STATUS 22) BUMPS THE SEQUENCE NUMBER AND TRIES        *
038964*    AGAIN; ANY OTHER FAILURE IS DIAGNOSED ONCE AND GIVEN UP    *
038966*    ON.                                                        *
038968*****************************************************************
038970 7250-WRITE-ONE-ALERT.
038972     ADD 1 TO PAND-ALT-SEQ.
038974     WRITE PAND-ALT-REC
038976         INVALID KEY
038978             IF WS-ALT-STATUS NOT = '22'
038980                 DISPLAY "PANDORA STATUS - ALERT WRITE FAILED - "
038982                     "STATUS " WS-ALT-STATUS
038984                 SET WS-ALTF-DONE TO TRUE
038986             END-IF
038988         NOT INVALID KEY
038990             SET WS-ALTF-DONE TO TRUE
038992     END-WRITE.
038994 7250-EXIT.
038996     EXIT.
039000*
039100*****************************************************************
039200*    7300-WRITE-REPORT-LINE - EVERY BOARD LINE GOES TO THE      *
041600*
041700*****************************************************************
041800*    8000-WRITE-SUMMARY - THE FLEET COUNT, AND A CLEAR LINE     *
041900*    WHEN THERE IS NOTHING ON FILE TO WATCH, AND THE TWO        *
041910*    REGISTRY EXCEPTION COUNTS.                                 *
042000*****************************************************************
042100 8000-WRITE-SUMMARY.
042200     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-D.
043200             TO RPT-LINE
043300         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
043400     END-IF.
043405     IF WS-REGF-OPEN-OK
043410         MOVE WS-MISSING-COUNT TO WS-MISSING-COUNT-D
043415         MOVE WS-UNREG-COUNT TO WS-UNREG-COUNT-D
043420         MOVE SPACES TO RPT-LINE
043425         STRING "REGISTERED, NO CHECKPOINT. . : "
043427                     DELIMITED BY SIZE
043430                 WS-MISSING-COUNT-D  DELIMITED BY SIZE
043435             INTO RPT-LINE
043440         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
043445         MOVE SPACES TO RPT-LINE
043450         STRING "CHECKPOINT, NOT REGISTERED . : "
043452                     DELIMITED BY SIZE
043455                 WS-UNREG-COUNT-D    DELIMITED BY SIZE
043460             INTO RPT-LINE
043465         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
043470     END-IF.
043500 8000-EXIT.
043600     EXIT.
043700*
044400     CLOSE CKPT-FILE.
044500     CLOSE RPT-FILE.
044600     CLOSE EXT-FILE.
044610     IF WS-ALTF-OPEN-OK
044620         CLOSE ALERT-FILE
044630     END-IF.
044700     IF WS-OPEN-FAILED
044800         MOVE 16 TO RETURN-CODE
044900     ELSE
