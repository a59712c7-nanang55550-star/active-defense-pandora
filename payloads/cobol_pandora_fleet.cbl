002407*   2026-09-02  DLM  COUNT PACE-DEVIATION RECORDS (TYPE 'D')     *
002408*                    PER JOB AND IN THE FLEET ROLL-UP, AND       *
002409*                    KEEP THEM OUT OF CYCLES REPRESENTED.       *
002414*   2026-10-15  DLM  CHECK THE GENERATION AGAINST THE CANARY     *
002419*                    INSTANCE REGISTRY.  A REGISTRY EXCEPTION    *
002424*                    SECTION FOLLOWS THE ROLL-UP, LISTING EVERY  *
002429*                    ACTIVE REGISTERED CANARY WITH NO AUDIT      *
002434*                    RECORDS AND EVERY JOB IN THE GENERATION     *
002439*                    THAT IS NOT ACTIVELY REGISTERED; BOTH ARE   *
002444*                    FILED ON THE ALERT MASTER AND END THE STEP  *
002449*                    RC 4.  A REGISTRY OR ALERT MASTER THAT      *
002454*                    WILL NOT OPEN IS DIAGNOSED, NOT FATAL.      *
002459*   2026-10-15  DLM  CLEAR THE FORWARD FIELDS ON EVERY ALERT     *
002464*                    WRITTEN TO THE ALERT MASTER SO THE EVENT    *
002469*                    FORWARDER PANDEVFW PICKS IT UP AS NOT       *
002474*                    YET SENT.                                   *
002479*   2026-10-15  DLM  COUNT CHECKPOINT-RESTART RECORDS (TYPE 'K') *
002484*                    PER JOB AND IN THE FLEET ROLL-UP, AND KEEP  *
002489*                    THEM OUT OF CYCLES REPRESENTED.             *
002490*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003100     SELECT RPT-FILE ASSIGN TO RPTFILE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-RPT-STATUS.
003305     SELECT REG-FILE ASSIGN TO REGFILE
003310         ORGANIZATION IS INDEXED
003315         ACCESS MODE IS SEQUENTIAL
003320         RECORD KEY IS PAND-REG-JOB-ID
003325         FILE STATUS IS WS-REG-STATUS.
003330     SELECT ALERT-FILE ASSIGN TO ALERTFIL
003335         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS RANDOM
003345         RECORD KEY IS PAND-ALT-KEY
003350         FILE STATUS IS WS-ALT-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004200     RECORDING MODE IS F.
004300 01  RPT-LINE                   PIC X(80).
004400*
004410 FD  REG-FILE
004420     RECORDING MODE IS F.
004430     COPY PANDREG.
004440*
004450 FD  ALERT-FILE
004460     RECORDING MODE IS F.
004470     COPY PANDALT.
004480*
004500 WORKING-STORAGE SECTION.
004600*
004700 01  WS-SWITCHES.
005100         88  WS-OPEN-FAILED         VALUE 'Y'.
005200     05  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE 'N'.
005300         88  WS-TABLE-FULL          VALUE 'Y'.
005305     05  WS-ALTF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005310         88  WS-ALTF-OPEN-OK        VALUE 'Y'.
005315     05  WS-ALTF-DONE-SWITCH    PIC X(01) VALUE 'N'.
005320         88  WS-ALTF-DONE           VALUE 'Y'.
005325     05  WS-REGF-OPEN-SWITCH    PIC X(01) VALUE 'N'.
005330         88  WS-REGF-OPEN-OK        VALUE 'Y'.
005335     05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
005340         88  WS-REG-EOF             VALUE 'Y'.
005345     05  WS-REG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
005350         88  WS-REG-FOUND           VALUE 'Y'.
005400*
005500 01  WS-FILE-STATUSES.
005600     05  WS-AUD-STATUS          PIC X(02) VALUE '00'.
005700     05  WS-RPT-STATUS          PIC X(02) VALUE '00'.
005710     05  WS-REG-STATUS          PIC X(02) VALUE '00'.
005720     05  WS-ALT-STATUS          PIC X(02) VALUE '00'.
005800*
005900 01  WS-GAP-THRESHOLD-SECONDS   PIC 9(05) VALUE 00300.
006000 01  WS-ELAPSED-SECONDS         PIC 9(07) VALUE 0.
006700     05  WS-FLEET-GAP-COUNT     PIC 9(07) COMP VALUE 0.
006710     05  WS-FLEET-PAUSE-COUNT   PIC 9(07) COMP VALUE 0.
006720     05  WS-FLEET-PACE-COUNT    PIC 9(07) COMP VALUE 0.
006725     05  WS-FLEET-RESTART-COUNT PIC 9(07) COMP VALUE 0.
006730     05  WS-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
006740     05  WS-UNREG-COUNT         PIC 9(05) COMP VALUE 0.
006800*
006900 01  WS-JOB-TABLE-FIELDS.
007000     05  WS-JOB-MAX             PIC 9(03) COMP VALUE 50.
008200         10  WS-JT-GAP-COUNT    PIC 9(05) COMP.
008210         10  WS-JT-PAUSE-COUNT  PIC 9(05) COMP.
008220         10  WS-JT-PACE-COUNT   PIC 9(05) COMP.
008230         10  WS-JT-RESTART-COUNT PIC 9(05) COMP.
008300         10  WS-JT-PREV-DATE    PIC 9(08).
008400         10  WS-JT-PREV-SECS    PIC 9(05) COMP.
008410         10  WS-JT-PREV-TYPE    PIC X(01).
008500*
008505 01  WS-REGISTRY-TABLE-FIELDS.
008510     05  WS-REG-MAX             PIC 9(03) COMP VALUE 100.
008515     05  WS-REG-COUNT           PIC 9(03) COMP VALUE 0.
008520     05  WS-REG-LOOKUP-ID       PIC X(08) VALUE SPACES.
008525     05  WS-REG-ENTRY OCCURS 100 TIMES
008530             INDEXED BY RG-IX.
008535         10  WS-RG-JOB-ID       PIC X(08).
008540         10  WS-RG-STATUS       PIC X(01).
008545         10  WS-RG-ONCALL       PIC X(08).
008550         10  WS-RG-LIVE-DATE    PIC 9(08).
008555*
008560 01  WS-TIMESTAMP-FIELDS.
008565     05  WS-TS-DATE             PIC 9(08).
008570     05  WS-TS-TIME             PIC 9(08).
008575 01  WS-NOW-STAMP               PIC X(15) VALUE SPACES.
008580 01  WS-ALERT-JOB-ID            PIC X(08) VALUE SPACES.
008585 01  WS-REG-EXCEPTION-TEXT      PIC X(40) VALUE SPACES.
008590*
008600 01  WS-CURRENT-STAMP-FIELDS.
008700     05  WS-CURR-DATE           PIC 9(08) VALUE 0.
008800     05  WS-CURR-HH             PIC 9(02) VALUE 0.
009700     05  WS-GAP-COUNT-D         PIC 9(05).
009710     05  WS-PAUSE-COUNT-D       PIC 9(05).
009720     05  WS-PACE-COUNT-D        PIC 9(05).
009730     05  WS-RESTART-COUNT-D     PIC 9(05).
009800     05  WS-JOB-COUNT-D         PIC 9(03).
009900     05  WS-FLEET-WRAP-D        PIC 9(07).
010000     05  WS-FLEET-ALERT-D       PIC 9(07).
010100     05  WS-FLEET-GAP-D         PIC 9(07).
010110     05  WS-FLEET-PAUSE-D       PIC 9(07).
010120     05  WS-FLEET-PACE-D        PIC 9(07).
010130     05  WS-FLEET-RESTART-D     PIC 9(07).
010200     05  WS-SKIPPED-COUNT-D     PIC 9(09).
010210     05  WS-MISSING-COUNT-D     PIC 9(05).
010220     05  WS-UNREG-COUNT-D       PIC 9(05).
010300*
010400 01  WS-REPORT-LINES.
010500     05  WS-HDR1                PIC X(80) VALUE
010800         "=======================================".
010900     05  WS-ROLLUP-HDR          PIC X(80) VALUE
011000         "FLEET ROLL-UP".
011010     05  WS-REGISTRY-HDR        PIC X(80) VALUE
011020         "CANARY REGISTRY EXCEPTIONS".
011100*
011200 PROCEDURE DIVISION.
011300*
012600*    1000-INITIALIZE - OPEN THE AUDIT LOG AND THE REPORT FILE   *
012700*    AND PRIME THE READ-AHEAD WITH THE FIRST AUDIT RECORD.  A   *
012800*    FAILED OPEN ON EITHER FILE ABANDONS THE RUN WITH ITS OWN   *
012900*    RETURN CODE.  THE ALERT MASTER AND THE CANARY REGISTRY     *
012910*    ARE OPENED TOO; EITHER ONE FAILING IS ONLY DIAGNOSED.      *
013000*****************************************************************
013100 1000-INITIALIZE.
013200     OPEN INPUT AUD-FILE.
014100             "FAILED - STATUS " WS-RPT-STATUS
014200         SET WS-OPEN-FAILED TO TRUE
014300     END-IF.
014305     OPEN I-O ALERT-FILE.
014310     IF WS-ALT-STATUS = '00'
014315         SET WS-ALTF-OPEN-OK TO TRUE
014320     ELSE
014325         DISPLAY "PANDORA FLEET REPORT - ALERT MASTER OPEN "
014330             "FAILED - STATUS " WS-ALT-STATUS
014335     END-IF.
014340     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
014345     ACCEPT WS-TS-TIME FROM TIME.
014350     STRING WS-TS-DATE       DELIMITED BY SIZE
014355             "-"             DELIMITED BY SIZE
014360             WS-TS-TIME(1:6) DELIMITED BY SIZE
014365         INTO WS-NOW-STAMP.
014370     PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT.
014400     IF NOT WS-OPEN-FAILED
014500         PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT
014600     END-IF.
014700 1000-EXIT.
014800     EXIT.
014801*
014802*****************************************************************
014803*    1600-LOAD-REGISTRY - READ THE CANARY INSTANCE REGISTRY     *
014804*    INTO A TABLE FOR THE REGISTRY EXCEPTION SECTION.  A        *
014805*    REGISTRY THAT WILL NOT OPEN IS DIAGNOSED AND THE SECTION   *
014806*    IS LEFT OUT.                                               *
014807*****************************************************************
014808 1600-LOAD-REGISTRY.
014809     OPEN INPUT REG-FILE.
014810     IF WS-REG-STATUS NOT = '00'
014811         DISPLAY "PANDORA FLEET REPORT - REGISTRY OPEN FAILED "
014812             "- STATUS " WS-REG-STATUS
014813             " - REGISTRY CHECKS SKIPPED"
014814         GO TO 1600-EXIT
014815     END-IF.
014816     SET WS-REGF-OPEN-OK TO TRUE.
014817     PERFORM 1650-LOAD-ONE-REGISTRATION THRU 1650-EXIT
014818         UNTIL WS-REG-EOF.
014819     CLOSE REG-FILE.
014820 1600-EXIT.
014821     EXIT.
014822*
014823*****************************************************************
014824*    1650-LOAD-ONE-REGISTRATION - FILE ONE REGISTRY RECORD IN   *
014825*    THE TABLE.  A LIVE DATE THAT IS NOT NUMERIC IS TAKEN AS    *
014826*    ZERO (ALREADY LIVE).  OVERFLOWING RECORDS ARE DIAGNOSED    *
014827*    AND DROPPED.                                               *
014828*****************************************************************
014829 1650-LOAD-ONE-REGISTRATION.
014830     READ REG-FILE
014831         AT END
014832             SET WS-REG-EOF TO TRUE
014833             GO TO 1650-EXIT
014834     END-READ.
014835     IF WS-REG-STATUS NOT = '00'
014836         DISPLAY "PANDORA FLEET REPORT - REGISTRY READ FAILED "
014837             "- STATUS " WS-REG-STATUS
014838         SET WS-REG-EOF TO TRUE
014839         GO TO 1650-EXIT
014840     END-IF.
014841     IF WS-REG-COUNT >= WS-REG-MAX
014842         DISPLAY "PANDORA FLEET REPORT - REGISTRY TABLE FULL "
014843             "- JOB " PAND-REG-JOB-ID " DROPPED"
014844         GO TO 1650-EXIT
014845     END-IF.
014846     ADD 1 TO WS-REG-COUNT.
014847     SET RG-IX TO WS-REG-COUNT.
014848     MOVE PAND-REG-JOB-ID TO WS-RG-JOB-ID (RG-IX).
014849     MOVE PAND-REG-STATUS TO WS-RG-STATUS (RG-IX).
014850     MOVE PAND-REG-ONCALL TO WS-RG-ONCALL (RG-IX).
014851     IF PAND-REG-LIVE-DATE NUMERIC
014852         MOVE PAND-REG-LIVE-DATE TO WS-RG-LIVE-DATE (RG-IX)
014853     ELSE
014854         MOVE 0 TO WS-RG-LIVE-DATE (RG-IX)
014855     END-IF.
014856 1650-EXIT.
014857     EXIT.
014900*
015000*****************************************************************
015100*    2000-PROCESS-RECORD - FIND (OR OPEN) THE TABLE ENTRY FOR   *
020800     MOVE 0 TO WS-JT-GAP-COUNT (JT-IX).
020810     MOVE 0 TO WS-JT-PAUSE-COUNT (JT-IX).
020820     MOVE 0 TO WS-JT-PACE-COUNT (JT-IX).
020830     MOVE 0 TO WS-JT-RESTART-COUNT (JT-IX).
020900     MOVE 0 TO WS-JT-PREV-DATE (JT-IX).
021000     MOVE 0 TO WS-JT-PREV-SECS (JT-IX).
021010     MOVE SPACE TO WS-JT-PREV-TYPE (JT-IX).
021892             AND PAND-AUD-TYPE NOT = 'R'
021894             AND PAND-AUD-TYPE NOT = 'T'
021896             AND PAND-AUD-TYPE NOT = 'D'
021898             AND PAND-AUD-TYPE NOT = 'K'
021900             ADD 1 TO WS-JT-REC-COUNT (JT-IX)
021905         END-IF
021910     END-IF.
022740     IF PAND-AUD-TYPE = 'D'
022750         ADD 1 TO WS-JT-PACE-COUNT (JT-IX)
022760     END-IF.
022770     IF PAND-AUD-TYPE = 'K'
022780         ADD 1 TO WS-JT-RESTART-COUNT (JT-IX)
022790     END-IF.
022800     PERFORM 2300-CHECK-FOR-GAP THRU 2300-EXIT.
022900 2200-EXIT.
023000     EXIT.
029000     END-IF.
029100 2900-EXIT.
029200     EXIT.
029201*
029202*****************************************************************
029203*    7200-WRITE-REGISTRY-EXCEPTION - ONE REGISTRY EXCEPTION     *
029204*    LINE FOR WS-ALERT-JOB-ID ON THE REPORT AND THE CONSOLE,    *
029205*    AND THE SAME TEXT FILED ON THE KEYED ALERT/EVENT MASTER.   *
029206*    THE KEY IS THE JOB ID, THE RUN TIMESTAMP AND A SEQUENCE    *
029207*    NUMBER BUMPED PAST ANY EVENT ALREADY FILED FOR THE SAME    *
029208*    SECOND.  A MASTER THAT IS NOT OPEN IS PASSED OVER.         *
029209*****************************************************************
029210 7200-WRITE-REGISTRY-EXCEPTION.
029211     MOVE SPACES TO RPT-LINE.
029212     STRING "JOB " DELIMITED BY SIZE
029213             WS-ALERT-JOB-ID     DELIMITED BY SIZE
029214             " " DELIMITED BY SIZE
029215             WS-REG-EXCEPTION-TEXT DELIMITED BY SIZE
029216         INTO RPT-LINE.
029217     WRITE RPT-LINE.
029218     DISPLAY RPT-LINE.
029219     IF NOT WS-ALTF-OPEN-OK
029220         GO TO 7200-EXIT
029221     END-IF.
029222     MOVE WS-ALERT-JOB-ID TO PAND-ALT-JOB-ID.
029223     MOVE WS-NOW-STAMP TO PAND-ALT-TIMESTAMP.
029224     MOVE 0 TO PAND-ALT-SEQ.
029225     MOVE "PANDFLET" TO PAND-ALT-SOURCE.
029226     MOVE 'W' TO PAND-ALT-SEVERITY.
029227     MOVE 'O' TO PAND-ALT-STATUS.
029228     MOVE WS-REG-EXCEPTION-TEXT TO PAND-ALT-TEXT.
029229     MOVE SPACES TO PAND-ALT-ACK-INITS.
029230     MOVE SPACES TO PAND-ALT-ACK-STAMP.
029231     MOVE SPACES TO PAND-ALT-ACK-NOTE.
029233     MOVE SPACES TO PAND-ALT-FWD-FIELDS.
029235     MOVE 'N' TO WS-ALTF-DONE-SWITCH.
029237     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
029239         UNTIL WS-ALTF-DONE
029241         OR PAND-ALT-SEQ > 998.
029243 7200-EXIT.
029245     EXIT.
029247*
029249*****************************************************************
029251*    7250-WRITE-ONE-ALERT - ONE WRITE ATTEMPT.  A DUPLICATE     *
029253*    KEY (STATUS 22) BUMPS THE SEQUENCE NUMBER AND TRIES        *
029255*    AGAIN; ANY OTHER FAILURE IS DIAGNOSED ONCE AND GIVEN UP    *
029257*    ON.                                                        *
029259*****************************************************************
029261 7250-WRITE-ONE-ALERT.
029263     ADD 1 TO PAND-ALT-SEQ.
029265     WRITE PAND-ALT-REC
029267         INVALID KEY
029269             IF WS-ALT-STATUS NOT = '22'
029271                 DISPLAY "PANDORA FLEET REPORT - ALERT WRITE "
029273                     "FAILED - STATUS " WS-ALT-STATUS
029275                 SET WS-ALTF-DONE TO TRUE
029277             END-IF
029279         NOT INVALID KEY
029281             SET WS-ALTF-DONE TO TRUE
029283     END-WRITE.
029285 7250-EXIT.
029287     EXIT.
029300*
029400*****************************************************************
029500*    8000-WRITE-REPORT - ONE SECTION PER JOB/INSTANCE ID IN     *
029600*    THE ORDER THE JOBS FIRST APPEARED, THEN THE FLEET          *
029700*    ROLL-UP AND THE CANARY REGISTRY EXCEPTIONS.                *
029800*****************************************************************
029900 8000-WRITE-REPORT.
030000     MOVE WS-HDR1 TO RPT-LINE.
030500         VARYING JT-IX FROM 1 BY 1
030600         UNTIL JT-IX > WS-JOB-COUNT.
030700     PERFORM 8200-WRITE-FLEET-ROLLUP THRU 8200-EXIT.
030710     PERFORM 8300-WRITE-REGISTRY-SECTION THRU 8300-EXIT.
030800     IF WS-RPT-STATUS NOT = '00'
030900         DISPLAY "PANDORA FLEET REPORT - REPORT WRITE FAILED - "
031000             "STATUS " WS-RPT-STATUS
032300     MOVE WS-JT-GAP-COUNT (JT-IX) TO WS-GAP-COUNT-D.
032310     MOVE WS-JT-PAUSE-COUNT (JT-IX) TO WS-PAUSE-COUNT-D.
032320     MOVE WS-JT-PACE-COUNT (JT-IX) TO WS-PACE-COUNT-D.
032330     MOVE WS-JT-RESTART-COUNT (JT-IX) TO WS-RESTART-COUNT-D.
032400     MOVE SPACES TO RPT-LINE.
032500     WRITE RPT-LINE.
032600     MOVE SPACES TO RPT-LINE.
036756             WS-PACE-COUNT-D   DELIMITED BY SIZE
036758         INTO RPT-LINE.
036760     WRITE RPT-LINE.
036765     MOVE SPACES TO RPT-LINE.
036770     STRING "CHECKPOINT RESTARTS . . . . : " DELIMITED BY SIZE
036775             WS-RESTART-COUNT-D DELIMITED BY SIZE
036780         INTO RPT-LINE.
036785     WRITE RPT-LINE.
036800 8100-EXIT.
036900     EXIT.
037000*
038300     MOVE WS-FLEET-GAP-COUNT TO WS-FLEET-GAP-D.
038310     MOVE WS-FLEET-PAUSE-COUNT TO WS-FLEET-PAUSE-D.
038320     MOVE WS-FLEET-PACE-COUNT TO WS-FLEET-PACE-D.
038330     MOVE WS-FLEET-RESTART-COUNT TO WS-FLEET-RESTART-D.
038400     MOVE SPACES TO RPT-LINE.
038500     WRITE RPT-LINE.
038600     MOVE WS-ROLLUP-HDR TO RPT-LINE.
041968         INTO RPT-LINE.
041970     WRITE RPT-LINE.
041972     DISPLAY RPT-LINE.
041974     MOVE SPACES TO RPT-LINE.
041976     STRING "FLEET CHECKPOINT RESTARTS . : " DELIMITED BY SIZE
041978             WS-FLEET-RESTART-D DELIMITED BY SIZE
041980         INTO RPT-LINE.
041982     WRITE RPT-LINE.
041984     DISPLAY RPT-LINE.
042000     IF WS-SKIPPED-COUNT > 0
042100         MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-D
042200         MOVE SPACES TO RPT-LINE
044300     ADD WS-JT-GAP-COUNT (JT-IX) TO WS-FLEET-GAP-COUNT.
044310     ADD WS-JT-PAUSE-COUNT (JT-IX) TO WS-FLEET-PAUSE-COUNT.
044320     ADD WS-JT-PACE-COUNT (JT-IX) TO WS-FLEET-PACE-COUNT.
044330     ADD WS-JT-RESTART-COUNT (JT-IX) TO WS-FLEET-RESTART-COUNT.
044400 8250-EXIT.
044500     EXIT.
044501*
044502*****************************************************************
044503*    8300-WRITE-REGISTRY-SECTION - EVERY ACTIVE REGISTERED      *
044504*    CANARY LIVE BY TODAY THAT LEFT NO RECORD IN THE            *
044505*    GENERATION, THEN EVERY JOB IN THE GENERATION THAT IS NOT   *
044506*    ACTIVELY REGISTERED, THEN THE TWO COUNTS.                  *
044507*****************************************************************
044508 8300-WRITE-REGISTRY-SECTION.
044509     IF NOT WS-REGF-OPEN-OK
044510         GO TO 8300-EXIT
044511     END-IF.
044512     MOVE SPACES TO RPT-LINE.
044513     WRITE RPT-LINE.
044514     MOVE WS-REGISTRY-HDR TO RPT-LINE.
044515     WRITE RPT-LINE.
044516     MOVE WS-HDR2 TO RPT-LINE.
044517     WRITE RPT-LINE.
044518     PERFORM 8350-CHECK-ONE-REGISTRATION THRU 8350-EXIT
044519         VARYING RG-IX FROM 1 BY 1
044520         UNTIL RG-IX > WS-REG-COUNT.
044521     PERFORM 8370-CHECK-ONE-AUDIT-JOB THRU 8370-EXIT
044522         VARYING JT-IX FROM 1 BY 1
044523         UNTIL JT-IX > WS-JOB-COUNT.
044524     MOVE WS-MISSING-COUNT TO WS-MISSING-COUNT-D.
044525     MOVE WS-UNREG-COUNT TO WS-UNREG-COUNT-D.
044526     MOVE SPACES TO RPT-LINE.
044527     STRING "REGISTERED, NO AUDIT. . . . : " DELIMITED BY SIZE
044528             WS-MISSING-COUNT-D  DELIMITED BY SIZE
044529         INTO RPT-LINE.
044530     WRITE RPT-LINE.
044531     DISPLAY RPT-LINE.
044532     MOVE SPACES TO RPT-LINE.
044533     STRING "AUDITED, NOT REGISTERED . . : " DELIMITED BY SIZE
044534             WS-UNREG-COUNT-D    DELIMITED BY SIZE
044535         INTO RPT-LINE.
044536     WRITE RPT-LINE.
044537     DISPLAY RPT-LINE.
044538 8300-EXIT.
044539     EXIT.
044540*
044541*****************************************************************
044542*    8350-CHECK-ONE-REGISTRATION - DID THIS REGISTERED CANARY   *
044543*    LEAVE ANY RECORD IN THE GENERATION.                        *
044544*****************************************************************
044545 8350-CHECK-ONE-REGISTRATION.
044546     IF WS-RG-STATUS (RG-IX) NOT = 'A'
044547         OR WS-RG-LIVE-DATE (RG-IX) > WS-TS-DATE
044548         GO TO 8350-EXIT
044549     END-IF.
044550     SET JT-IX TO 1.
044551     SEARCH WS-JOB-ENTRY
044552         AT END
044553             CONTINUE
044554         WHEN JT-IX > WS-JOB-COUNT
044555             CONTINUE
044556         WHEN WS-JT-JOB-ID (JT-IX) = WS-RG-JOB-ID (RG-IX)
044557             GO TO 8350-EXIT
044558     END-SEARCH.
044559     ADD 1 TO WS-MISSING-COUNT.
044560     MOVE SPACES TO WS-REG-EXCEPTION-TEXT.
044561     STRING "REGISTERED - NO AUDIT - ONCALL " DELIMITED BY SIZE
044562             WS-RG-ONCALL (RG-IX) DELIMITED BY SIZE
044563         INTO WS-REG-EXCEPTION-TEXT.
044564     MOVE WS-RG-JOB-ID (RG-IX) TO WS-ALERT-JOB-ID.
044565     PERFORM 7200-WRITE-REGISTRY-EXCEPTION THRU 7200-EXIT.
044566 8350-EXIT.
044567     EXIT.
044568*
044569*****************************************************************
044570*    8370-CHECK-ONE-AUDIT-JOB - IS THIS JOB IN THE GENERATION   *
044571*    ACTIVELY REGISTERED.                                       *
044572*****************************************************************
044573 8370-CHECK-ONE-AUDIT-JOB.
044574     MOVE 'N' TO WS-REG-FOUND-SWITCH.
044575     SET RG-IX TO 1.
044576     SEARCH WS-REG-ENTRY
044577         AT END
044578             CONTINUE
044579         WHEN RG-IX > WS-REG-COUNT
044580             CONTINUE
044581         WHEN WS-RG-JOB-ID (RG-IX) = WS-JT-JOB-ID (JT-IX)
044582             SET WS-REG-FOUND TO TRUE
044583     END-SEARCH.
044584     IF WS-REG-FOUND
044585         IF WS-RG-STATUS (RG-IX) = 'A'
044586             GO TO 8370-EXIT
044587         END-IF
044588         MOVE "AUDIT PRESENT - REGISTRATION RETIRED"
044589             TO WS-REG-EXCEPTION-TEXT
044590     ELSE
044591         MOVE "AUDIT PRESENT - NOT ON CANARY REGISTRY"
044592             TO WS-REG-EXCEPTION-TEXT
044593     END-IF.
044594     ADD 1 TO WS-UNREG-COUNT.
044595     MOVE WS-JT-JOB-ID (JT-IX) TO WS-ALERT-JOB-ID.
044596     PERFORM 7200-WRITE-REGISTRY-EXCEPTION THRU 7200-EXIT.
044597 8370-EXIT.
044598     EXIT.
044600*
044700*****************************************************************
044800*    9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION     *
044900*    CODE.  A FAILED OPEN GETS ITS OWN NONZERO CODE; A RUN      *
045000*    THAT HAD TO SKIP RECORDS BECAUSE THE JOB TABLE FILLED      *
045100*    GETS A WARNING CODE SO THE OVERFLOW IS NOT SILENT, AS      *
045110*    DOES ANY CANARY REGISTRY EXCEPTION.                        *
045200*****************************************************************
045300 9000-TERMINATE.
045400     CLOSE AUD-FILE.
045500     CLOSE RPT-FILE.
045510     IF WS-ALTF-OPEN-OK
045520         CLOSE ALERT-FILE
045530     END-IF.
045600     IF WS-OPEN-FAILED
045700         MOVE 16 TO RETURN-CODE
045800     ELSE
045900         IF WS-SKIPPED-COUNT > 0
045910             OR WS-MISSING-COUNT > 0
045920             OR WS-UNREG-COUNT > 0
046000             MOVE 4 TO RETURN-CODE
046100         ELSE
046200             MOVE 0 TO RETURN-CODE
