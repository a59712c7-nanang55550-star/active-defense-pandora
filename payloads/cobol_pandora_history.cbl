001700*   SAME PASS, MASTER RECORDS WHOSE DATE IS OLDER THAN THE      *
001800*   RETENTION PERIOD GIVEN IN THE PARM (DAYS, FIVE DIGITS,      *
001900*   ZERO-PADDED) ARE PURGED SO THE MASTER DOES NOT GROW         *
002000*   WITHOUT BOUND.  EVERY PURGED RECORD IS FIRST WRITTEN TO     *
002010*   THE NIGHT'S GENERATION OF THE HISTORY ARCHIVE (ARCFILE),    *
002020*   WITH A TRAILER PER JOB, AND ONLY DELETED ONCE IT IS THERE.  *
002100*                                                               *
002200*   MODIFICATION HISTORY                                        *
002300*   DATE       INIT  DESCRIPTION                                 *
002649*                    BEFORE THE LEDGER CHECK SO THE FIRST JOB     *
002650*                    ID IS KNOWN, AND AN EMPTY GENERATION         *
002651*                    SKIPS THE LEDGER ENTIRELY.                   *
002656*   2026-10-15  DLM  COUNT THE CHECKPOINT-RESTART RECORD TYPE    *
002661*                    'K' AS ZERO CYCLES IN THE SAME-SECOND       *
002666*                    MERGE AND THE FOLD LEDGER TOTALS, LIKE THE  *
002671*                    OTHER EVENT RECORDS.  ITS RESTART OVERLAY   *
002676*                    FOLDS ONTO THE MASTER UNCHANGED.            *
002677*   2026-10-15  DLM  THE RETENTION PURGE NOW WRITES EVERY RECORD *
002678*                    IT REMOVES TO A NEW GENERATION OF THE       *
002679*                    HISTORY ARCHIVE (ARCFILE, PANDHAR LAYOUT)   *
002680*                    BEFORE THE DELETE, WITH A TRAILER PER JOB   *
002681*                    GIVING ITS FIRST AND LAST TIMESTAMPS,       *
002682*                    RECORD COUNT AND CYCLE TOTAL - PURGED       *
002683*                    HISTORY WAS GONE FOR GOOD, AND AUDIT HAS    *
002684*                    ASKED FOR OLDER CANARY EVIDENCE.  A RECORD  *
002685*                    THAT CANNOT BE ARCHIVED IS KEPT ON THE      *
002686*                    MASTER AND ENDS THE STEP RC 8; AN ARCHIVE   *
002687*                    THAT WILL NOT OPEN SKIPS THE PURGE (RC 8)   *
002688*                    BUT STILL LETS THE NIGHT FOLD.  PANDHRST    *
002689*                    RESTORES FROM THE ARCHIVE.                  *
002690*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS PAND-LGR-FOLD-ID
003750         FILE STATUS IS WS-LGR-STATUS.
003760     SELECT ARC-FILE ASSIGN TO ARCFILE
003770         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS WS-ARC-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004720 FD  LGR-FILE
004730     RECORDING MODE IS F.
004740     COPY PANDLGR.
004750*
004760 FD  ARC-FILE
004770     RECORDING MODE IS F.
004780     COPY PANDHAR.
004800*
004900 WORKING-STORAGE SECTION.
005000*
005780         88  WS-LJT-FOUND           VALUE 'Y'.
005790     05  WS-FOLD-LEDGERED-SW    PIC X(01) VALUE 'N'.
005795         88  WS-FOLD-LEDGERED       VALUE 'Y'.
005805     05  WS-ARC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
005815         88  WS-ARC-OPEN-OK         VALUE 'Y'.
005825     05  WS-ARC-JOB-SWITCH      PIC X(01) VALUE 'N'.
005835         88  WS-ARC-JOB-ACTIVE      VALUE 'Y'.
005845     05  WS-PURGE-SKIPPED-SW    PIC X(01) VALUE 'N'.
005855         88  WS-PURGE-SKIPPED       VALUE 'Y'.
005865*
005900 01  WS-FILE-STATUSES.
006000     05  WS-AUD-STATUS          PIC X(02) VALUE '00'.
006100     05  WS-HIST-STATUS         PIC X(02) VALUE '00'.
006110     05  WS-LGR-STATUS          PIC X(02) VALUE '00'.
006120     05  WS-ARC-STATUS          PIC X(02) VALUE '00'.
006200*
006300 01  WS-COUNTERS.
006400     05  WS-READ-COUNT          PIC 9(09) COMP VALUE 0.
006610     05  WS-FAIL-COUNT          PIC 9(09) COMP VALUE 0.
006700     05  WS-PURGE-COUNT         PIC 9(09) COMP VALUE 0.
006800     05  WS-BAD-DATE-COUNT      PIC 9(09) COMP VALUE 0.
006810     05  WS-ARC-COUNT           PIC 9(09) COMP VALUE 0.
006820     05  WS-ARC-TRAILER-COUNT   PIC 9(05) COMP VALUE 0.
006830     05  WS-ARC-FAIL-COUNT      PIC 9(09) COMP VALUE 0.
006900*
007000 01  WS-RETENTION-DAYS          PIC 9(05) VALUE 90.
007100 01  WS-TODAY-DATE              PIC 9(08) VALUE 0.
007496     05  WS-LJT-COUNT           PIC 9(03) COMP VALUE 0.
007497     05  WS-LJT-IX              PIC 9(03) COMP VALUE 0.
007498     05  WS-LJT-JOB-ID          PIC X(08) OCCURS 50 TIMES.
007508*
007518 01  WS-ARCHIVE-JOB-FIELDS.
007528     05  WS-ARJ-JOB-ID          PIC X(08) VALUE SPACES.
007538     05  WS-ARJ-FIRST-STAMP     PIC X(15) VALUE SPACES.
007548     05  WS-ARJ-LAST-STAMP      PIC X(15) VALUE SPACES.
007558     05  WS-ARJ-RECORDS         PIC 9(09) COMP VALUE 0.
007568     05  WS-ARJ-CYCLES          PIC 9(09) COMP VALUE 0.
007578*
007600 01  WS-DATE-CONVERT-FIELDS.
007700     05  WS-DC-DATE             PIC 9(08) VALUE 0.
007800     05  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
009600     05  WS-MERGE-COUNT-D       PIC 9(09).
009610     05  WS-FAIL-COUNT-D        PIC 9(09).
009700     05  WS-PURGE-COUNT-D       PIC 9(09).
009710     05  WS-ARC-COUNT-D         PIC 9(09).
009720     05  WS-ARC-TRAILER-COUNT-D PIC 9(05).
009730     05  WS-ARC-FAIL-COUNT-D    PIC 9(09).
009800*
009900 LINKAGE SECTION.
010000 01  LS-PARM-FIELD.
012300*    ABANDONS THE RUN WITH ITS OWN RETURN CODE, AN EMPTY        *
012350*    GENERATION FOLDS (AND LEDGERS) NOTHING, AND A FOLD ID      *
012400*    ALREADY ON THE LEDGER IN STATUS 'F' IS REFUSED RC 12       *
012450*    BEFORE A SINGLE RECORD IS MERGED.  THE HISTORY ARCHIVE IS  *
012460*    OPENED TOO, BUT A FAILURE THERE ONLY STOPS THE PURGE - THE *
012470*    NIGHT STILL FOLDS, AND NOTHING IS DELETED UNARCHIVED.      *
012500*****************************************************************
012600 1000-INITIALIZE.
012700     MOVE LS-PARM-LEN TO WS-PARM-LEN.
015570             "STATUS " WS-LGR-STATUS
015580         SET WS-OPEN-FAILED TO TRUE
015590     END-IF.
015591     OPEN OUTPUT ARC-FILE.
015592     IF WS-ARC-STATUS = '00'
015593         SET WS-ARC-OPEN-OK TO TRUE
015594     ELSE
015595         DISPLAY "PANDORA HISTORY - HISTORY ARCHIVE OPEN FAILED "
015596             "- STATUS " WS-ARC-STATUS
015597         DISPLAY "PANDORA HISTORY - RETENTION PURGE WILL BE "
015598             "SKIPPED - NOTHING DELETED"
015599     END-IF.
015600     IF WS-OPEN-FAILED
015610         GO TO 1000-EXIT
015620     END-IF.
018986             OR PAND-HST-TYPE = 'R'
018987             OR PAND-HST-TYPE = 'T'
018988             OR PAND-HST-TYPE = 'D'
018989             OR PAND-HST-TYPE = 'K'
018990             MOVE 0 TO WS-INC-CYCLES
018991         ELSE
018992             MOVE 1 TO WS-INC-CYCLES
018993         END-IF
018994         MOVE PAND-HST-TIMESTAMP TO WS-INC-END-STAMP
018995         IF PAND-HST-WRAP-FLAG = 'Y'
018996             MOVE 1 TO WS-INC-WRAPS
018997         ELSE
018998             MOVE 0 TO WS-INC-WRAPS
018999         END-IF
019000         IF PAND-HST-TYPE = 'A'
019002             MOVE 1 TO WS-INC-ALERTS
019004         ELSE
019039             OR PAND-HST-TYPE = 'R'
019040             OR PAND-HST-TYPE = 'T'
019041             OR PAND-HST-TYPE = 'D'
019042             OR PAND-HST-TYPE = 'K'
019043             MOVE 0 TO WS-ACC-CYCLES
019044         ELSE
019045             MOVE 1 TO WS-ACC-CYCLES
019046         END-IF
019047         IF PAND-HST-WRAP-FLAG = 'Y'
019048             MOVE 1 TO WS-ACC-WRAPS
019049         ELSE
019050             MOVE 0 TO WS-ACC-WRAPS
019051         END-IF
019052         IF PAND-HST-TYPE = 'A'
019053             MOVE 1 TO WS-ACC-ALERTS
019054         ELSE
019055             MOVE 0 TO WS-ACC-ALERTS
019056         END-IF
019057     END-IF.
019064     ADD WS-INC-CYCLES TO WS-ACC-CYCLES.
019066     ADD WS-INC-WRAPS TO WS-ACC-WRAPS.
019068     ADD WS-INC-ALERTS TO WS-ACC-ALERTS.
020772             AND PAND-AUD-TYPE NOT = 'R'
020773             AND PAND-AUD-TYPE NOT = 'T'
020774             AND PAND-AUD-TYPE NOT = 'D'
020775             AND PAND-AUD-TYPE NOT = 'K'
020776             ADD 1 TO WS-LGS-CYCLES
020777         END-IF
020778     END-IF.
020779 2950-EXIT.
020780     EXIT.
020781*
020782*****************************************************************
020784*    2960-MATCH-LEDGER-JOB - IS THIS RECORD'S JOB ID ALREADY    *
020786*    IN THE LEDGER JOB TABLE.                                   *
021300*    DATE IS NOT A USABLE NUMERIC DATE (INCLUDING A MONTH      *
021350*    OUTSIDE 01-12) IS LEFT IN PLACE AND COUNTED SO A          *
021400*    GARBLED KEY IS VISIBLE INSTEAD OF SILENTLY AGED OFF.       *
021410*    EACH EXPIRED RECORD GOES TO THE HISTORY ARCHIVE FIRST      *
021420*    (3200); WITHOUT AN OPEN ARCHIVE NOTHING IS PURGED.  THE    *
021430*    LAST JOB ARCHIVED GETS ITS TRAILER WHEN THE WALK ENDS.     *
021500*****************************************************************
021600 3000-PURGE-EXPIRED.
021610     IF NOT WS-ARC-OPEN-OK
021620         SET WS-PURGE-SKIPPED TO TRUE
021630         GO TO 3000-EXIT
021640     END-IF.
021700     MOVE LOW-VALUES TO PAND-HST-KEY.
021800     START HIST-FILE KEY NOT < PAND-HST-KEY
021900         INVALID KEY
022100     END-START.
022200     PERFORM 3100-PURGE-ONE-RECORD THRU 3100-EXIT
022300         UNTIL WS-PURGE-EOF.
022310     IF WS-ARC-JOB-ACTIVE
022320         PERFORM 3300-WRITE-ARCHIVE-TRAILER THRU 3300-EXIT
022330     END-IF.
022400 3000-EXIT.
022500     EXIT.
022600*
022700*****************************************************************
022800*    3100-PURGE-ONE-RECORD - READ THE NEXT HISTORY RECORD AND   *
022900*    ARCHIVE AND DELETE IT WHEN ITS DATE IS OLDER THAN THE      *
022910*    CUTOFF.                                                    *
023000*****************************************************************
023100 3100-PURGE-ONE-RECORD.
023200     READ HIST-FILE NEXT RECORD
024400         MOVE PAND-HST-TIMESTAMP(1:8) TO WS-DC-DATE
024500         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
024600         IF WS-DC-DAYNUM < WS-CUTOFF-DAYNUM
024700             PERFORM 3200-ARCHIVE-AND-DELETE THRU 3200-EXIT
025400         END-IF
025500     ELSE
025600         ADD 1 TO WS-BAD-DATE-COUNT
025800 3100-EXIT.
025900     EXIT.
026000*
026001*****************************************************************
026002*    3200-ARCHIVE-AND-DELETE - WRITE THE EXPIRED RECORD JUST    *
026003*    READ TO THE HISTORY ARCHIVE AS A DETAIL RECORD, CLOSING    *
026004*    THE PREVIOUS JOB'S SEGMENT WITH ITS TRAILER WHEN THE JOB   *
026005*    ID CHANGES (THE WALK IS IN KEY ORDER, SO EACH JOB'S        *
026006*    EXPIRED RECORDS ARRIVE TOGETHER).  ONLY A RECORD SAFELY    *
026007*    ON THE ARCHIVE IS DELETED; ONE THAT WOULD NOT WRITE STAYS  *
026008*    ON THE MASTER FOR THE NEXT NIGHT'S PURGE AND IS COUNTED.   *
026009*    THE TRAILER TOTALS COUNT WHAT IS ON THE ARCHIVE, USING     *
026010*    THE FOLD LEDGER'S CYCLE RULE.                              *
026011*****************************************************************
026012 3200-ARCHIVE-AND-DELETE.
026013     IF WS-ARC-JOB-ACTIVE
026014         AND PAND-HST-JOB-ID NOT = WS-ARJ-JOB-ID
026015         PERFORM 3300-WRITE-ARCHIVE-TRAILER THRU 3300-EXIT
026016     END-IF.
026017     IF NOT WS-ARC-JOB-ACTIVE
026018         SET WS-ARC-JOB-ACTIVE TO TRUE
026019         MOVE PAND-HST-JOB-ID TO WS-ARJ-JOB-ID
026020         MOVE PAND-HST-TIMESTAMP TO WS-ARJ-FIRST-STAMP
026021         MOVE 0 TO WS-ARJ-RECORDS
026022         MOVE 0 TO WS-ARJ-CYCLES
026023     END-IF.
026024     MOVE SPACES TO PAND-HAR-REC.
026025     MOVE 'D' TO PAND-HAR-REC-TYPE.
026026     MOVE PAND-HST-REC TO PAND-HAR-HIST-IMAGE.
026027     WRITE PAND-HAR-REC.
026028     IF WS-ARC-STATUS NOT = '00'
026029         ADD 1 TO WS-ARC-FAIL-COUNT
026030         IF WS-ARC-FAIL-COUNT <= 10
026031             DISPLAY "PANDORA HISTORY - ARCHIVE WRITE FAILED - "
026032                 "STATUS " WS-ARC-STATUS " - KEPT ON MASTER"
026033         END-IF
026034         GO TO 3200-EXIT
026035     END-IF.
026036     ADD 1 TO WS-ARC-COUNT.
026037     ADD 1 TO WS-ARJ-RECORDS.
026038     MOVE PAND-HST-TIMESTAMP TO WS-ARJ-LAST-STAMP.
026039     IF PAND-HST-TYPE = 'S'
026040         AND PAND-HST-SUM-CYCLES NUMERIC
026041         ADD PAND-HST-SUM-CYCLES TO WS-ARJ-CYCLES
026042     ELSE
026043         IF PAND-HST-TYPE NOT = 'P'
026044             AND PAND-HST-TYPE NOT = 'R'
026045             AND PAND-HST-TYPE NOT = 'T'
026046             AND PAND-HST-TYPE NOT = 'D'
026047             AND PAND-HST-TYPE NOT = 'K'
026048             ADD 1 TO WS-ARJ-CYCLES
026049         END-IF
026050     END-IF.
026051     DELETE HIST-FILE
026052         INVALID KEY
026053             DISPLAY "PANDORA HISTORY - DELETE FAILED - "
026054                 "STATUS " WS-HIST-STATUS
026055         NOT INVALID KEY
026056             ADD 1 TO WS-PURGE-COUNT
026057     END-DELETE.
026058 3200-EXIT.
026059     EXIT.
026060*
026061*****************************************************************
026062*    3300-WRITE-ARCHIVE-TRAILER - CLOSE ONE JOB'S SEGMENT OF    *
026063*    THE ARCHIVE GENERATION WITH ITS FIRST AND LAST             *
026064*    TIMESTAMPS, RECORD COUNT AND CYCLE TOTAL, THE ARCHIVE RUN  *
026065*    STAMP AND THE RETENTION PERIOD THAT EXPIRED IT.  A         *
026066*    TRAILER THAT WILL NOT WRITE LEAVES THE SEGMENT             *
026067*    UNVERIFIABLE, SO IT COUNTS AS AN ARCHIVE FAILURE.          *
026068*****************************************************************
026069 3300-WRITE-ARCHIVE-TRAILER.
026070     MOVE 'N' TO WS-ARC-JOB-SWITCH.
026071     MOVE SPACES TO PAND-HAR-REC.
026072     MOVE 'T' TO PAND-HAR-REC-TYPE.
026073     MOVE WS-ARJ-JOB-ID TO PAND-HAR-TRL-JOB-ID.
026074     MOVE WS-ARJ-FIRST-STAMP TO PAND-HAR-TRL-FIRST-STAMP.
026075     MOVE WS-ARJ-LAST-STAMP TO PAND-HAR-TRL-LAST-STAMP.
026076     MOVE WS-ARJ-RECORDS TO PAND-HAR-TRL-RECORDS.
026077     MOVE WS-ARJ-CYCLES TO PAND-HAR-TRL-CYCLES.
026078     MOVE WS-NOW-STAMP TO PAND-HAR-TRL-ARCH-STAMP.
026079     MOVE WS-RETENTION-DAYS TO PAND-HAR-TRL-RETENTION.
026080     WRITE PAND-HAR-REC.
026081     IF WS-ARC-STATUS NOT = '00'
026082         ADD 1 TO WS-ARC-FAIL-COUNT
026083         DISPLAY "PANDORA HISTORY - ARCHIVE TRAILER WRITE "
026084             "FAILED FOR JOB " WS-ARJ-JOB-ID
026085             " - STATUS " WS-ARC-STATUS
026086     ELSE
026087         ADD 1 TO WS-ARC-TRAILER-COUNT
026088     END-IF.
026089 3300-EXIT.
026090     EXIT.
026091*
026092*****************************************************************
026093*    3500-RECORD-FOLD-ON-LEDGER - THE FOLD'S LEDGER RECORD      *
026094*    WAS OPENED IN STATUS 'F' WITH ZERO TOTALS BEFORE THE       *
026095*    FIRST MERGE (1600); NOW THE FOLD HAS RUN TO ITS END,       *
026096*    REWRITE IT WITH THE JOBS, DATE RANGE AND RECORD/CYCLE      *
026097*    TOTALS 2950 ACCUMULATED.  A PARTIAL FOLD (SOME RECORDS     *
026098*    NOT ARCHIVED) KEEPS ITS LEDGER RECORD TOO - THE RERUN      *
026099*    AFTER A FAILURE MUST BE REFUSED UNTIL A PANDHBAK           *
026100*    BACK-OUT.  AN EMPTY GENERATION NEVER LEDGERED ANYTHING,    *
026101*    SO THERE IS NOTHING TO REWRITE.  A LEDGER REWRITE THAT     *
026102*    FAILS COUNTS AS A RECORD NOT ARCHIVED SO THE STEP CAN      *
026103*    NEVER END CLEAN WITH A MISSTATED MANIFEST BEHIND IT.       *
026104*****************************************************************
026105 3500-RECORD-FOLD-ON-LEDGER.
026106     IF NOT WS-FOLD-LEDGERED
026107         GO TO 3500-EXIT
026108     END-IF.
026109     MOVE WS-FOLD-ID TO PAND-LGR-FOLD-ID.
026110     MOVE 'F' TO PAND-LGR-STATUS.
026111     MOVE WS-NOW-STAMP TO PAND-LGR-FOLD-STAMP.
026112     MOVE WS-LGS-FIRST-JOB TO PAND-LGR-FIRST-JOB.
026113     MOVE WS-LJT-COUNT TO PAND-LGR-JOB-COUNT.
026114     IF WS-LGS-FROM-DATE = 99999999
026115         MOVE 0 TO PAND-LGR-FROM-DATE
026116     ELSE
026117         MOVE WS-LGS-FROM-DATE TO PAND-LGR-FROM-DATE
026118     END-IF.
026119     MOVE WS-LGS-TO-DATE TO PAND-LGR-TO-DATE.
026120     MOVE WS-READ-COUNT TO PAND-LGR-RECORDS.
026121     MOVE WS-LGS-CYCLES TO PAND-LGR-CYCLES.
026122     MOVE SPACES TO PAND-LGR-BACKOUT-STAMP.
026123     REWRITE PAND-LGR-REC
026124         INVALID KEY
026125             DISPLAY "PANDORA HISTORY - LEDGER REWRITE "
026126                 "FAILED - STATUS " WS-LGR-STATUS
026127             ADD 1 TO WS-FAIL-COUNT
026128     END-REWRITE.
026129 3500-EXIT.
026130     EXIT.
026131*
026132*****************************************************************
026200*    7100-CONVERT-DATE-TO-DAYS - TURN THE YYYYMMDD DATE IN      *
026300*    WS-DC-DATE INTO A SERIAL DAY NUMBER IN WS-DC-DAYNUM SO     *
026400*    TWO DATES CAN BE COMPARED ACROSS MONTH AND YEAR ENDS.      *
029700     DISPLAY "SAME-SECOND RECORDS MERGED. : " WS-MERGE-COUNT-D.
029800     DISPLAY "HISTORY RECORDS PURGED. . . : " WS-PURGE-COUNT-D.
029900     DISPLAY "RETENTION PERIOD (DAYS) . . : " WS-RETENTION-DAYS.
029901     MOVE WS-ARC-COUNT TO WS-ARC-COUNT-D.
029902     MOVE WS-ARC-TRAILER-COUNT TO WS-ARC-TRAILER-COUNT-D.
029903     DISPLAY "RECORDS ARCHIVED. . . . . . : " WS-ARC-COUNT-D.
029904     DISPLAY "ARCHIVE JOB TRAILERS. . . . : "
029905         WS-ARC-TRAILER-COUNT-D.
029906     IF WS-ARC-FAIL-COUNT > 0
029907         MOVE WS-ARC-FAIL-COUNT TO WS-ARC-FAIL-COUNT-D
029908         DISPLAY "ARCHIVE WRITES FAILED . . . : "
029909             WS-ARC-FAIL-COUNT-D
029910     END-IF.
029911     IF WS-PURGE-SKIPPED
029912         DISPLAY "RETENTION PURGE SKIPPED - HISTORY ARCHIVE "
029913             "NOT OPEN"
029914     END-IF.
029915     IF WS-FAIL-COUNT > 0
029920         MOVE WS-FAIL-COUNT TO WS-FAIL-COUNT-D
029930         DISPLAY "RECORDS NOT ARCHIVED. . . . : "
029940             WS-FAIL-COUNT-D
030950*    REFUSED OFF THE LEDGER GETS 12, AND ANY RECORD THAT        *
031000*    COULD NOT BE ARCHIVED GETS A WARNING CODE (8) SO THE       *
031050*    SCHEDULER NEVER MISTAKES A PARTLY-LOST NIGHT FOR A         *
031100*    CLEAN CONSOLIDATION.  A PURGE SKIPPED OR LEFT SHORT FOR    *
031110*    WANT OF THE HISTORY ARCHIVE ALSO GETS 8.                   *
031150*****************************************************************
031200 9000-TERMINATE.
031300     CLOSE AUD-FILE.
031410     IF WS-LGR-OPEN-OK
031420         CLOSE LGR-FILE
031430     END-IF.
031440     IF WS-ARC-OPEN-OK
031450         CLOSE ARC-FILE
031460     END-IF.
031500     IF WS-OPEN-FAILED
031600         MOVE 16 TO RETURN-CODE
031700     ELSE
031715             MOVE 12 TO RETURN-CODE
031718         ELSE
031720             IF WS-FAIL-COUNT > 0
031725                 OR WS-ARC-FAIL-COUNT > 0
031730                 OR WS-PURGE-SKIPPED
031740                 MOVE 8 TO RETURN-CODE
031760             ELSE
031800                 MOVE 0 TO RETURN-CODE
