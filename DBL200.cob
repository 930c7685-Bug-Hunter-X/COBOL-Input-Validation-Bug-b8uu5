002400*    NIGHTLY EXTRACT WAS CONCATENATED IN BY MISTAKE - IT IS
002500*    NOT COPIED, AND THE RUN STOPS SO THE JCL CAN BE FIXED
002600*    BEFORE THE POSTING SYSTEM SEES A DOUBLED DAY.
002610*
002620*    REVERSAL AND REPLACEMENT RECORDS CUT BY AN OPERATOR
002630*    CORRECTION IN AN INTRADAY RUN ARE COPIED THROUGH AS WELL,
002640*    BUT TOTALLED APART FROM THE DETAILS AND CLOSED BY THEIR
002650*    OWN ADJUSTMENT CONTROL RECORD (J), KEPT ON ICTLFILE BESIDE
002660*    THE DAY'S C RECORD. A DAY WITH NO ADJUSTMENTS GETS NO J.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    ---------  ----  -----------------------------------------
003100*    2026-09-02 JRM   ORIGINAL PROGRAM - EOD CONSOLIDATION.
003110*    2026-10-15 JRM   ADJUSTMENT RECORDS (R AND A) COPIED
003120*                     THROUGH UNDER THEIR OWN J CONTROL RECORD.
003130*                     A J RECORD ON THE PENDING FILE STOPS THE
003140*                     RUN LIKE A C RECORD DOES.
003148*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
003156*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
003164*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
003172*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
003180*                     THE STEP'S START AND END THERE. AN OVERRIDE
003188*                     CARD FORCES THE STEP AND IS JOURNALED.
003190*    2026-10-15 JRM   EXTENDED THE PENDING EXTRACT AND INTERFACE
003192*                     CONTROL REPLACING LISTS FOR THE NEW
003194*                     DBLINTF-SOURCE-ID FIELD.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004700     SELECT ICTLFILE ASSIGN TO ICTLFILE
004800                     ORGANIZATION IS SEQUENTIAL
004900                     FILE STATUS IS WS-ICTLFILE-STATUS.
004905
004910     SELECT STEPCARD ASSIGN TO STEPCARD
004915                     ORGANIZATION IS SEQUENTIAL
004920                     FILE STATUS IS WS-STEPCARD-STATUS.
004925
004930     SELECT STRMSTAT ASSIGN TO STRMSTAT
004935                     ORGANIZATION IS INDEXED
004940                     ACCESS MODE IS RANDOM
004945                     RECORD KEY IS DBLSTRM-KEY
004950                     FILE STATUS IS WS-STRMSTAT-STATUS.
004955
004960     SELECT OPERMAST ASSIGN TO OPERMAST
004965                     ORGANIZATION IS SEQUENTIAL
004970                     FILE STATUS IS WS-OPERMAST-STATUS.
004975
004980     SELECT AUDITFILE ASSIGN TO AUDITFILE
004985                     ORGANIZATION IS SEQUENTIAL
004990                     FILE STATUS IS WS-AUDITFILE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  INTFPEND
005700               ==DBLINTF-REC-TYPE==      BY ==IPND-REC-TYPE==
005800               ==DBLINTF-IS-DETAIL==     BY ==IPND-IS-DETAIL==
005900               ==DBLINTF-IS-CONTROL==    BY ==IPND-IS-CONTROL==
005910               ==DBLINTF-IS-REVERSAL==   BY ==IPND-IS-REVERSAL==
005920               ==DBLINTF-IS-REPLACEMENT==
005925               BY ==IPND-IS-REPLACEMENT==
005930               ==DBLINTF-IS-ADJUSTMENT== BY ==IPND-IS-ADJUSTMENT==
005940               ==DBLINTF-IS-ADJ-CONTROL==
005990               BY ==IPND-IS-ADJ-CONTROL==
006000               ==DBLINTF-DETAIL-AREA==   BY ==IPND-DETAIL-AREA==
006100               ==DBLINTF-RUN-DATE==      BY ==IPND-RUN-DATE==
006200               ==DBLINTF-SEQUENCE-NO==   BY ==IPND-SEQUENCE-NO==
006400               ==DBLINTF-RESULT==        BY ==IPND-RESULT==
006500               ==DBLINTF-OP-CODE==       BY ==IPND-OP-CODE==
006600               ==DBLINTF-MARKUP-PCT==    BY ==IPND-MARKUP-PCT==
006650               ==DBLINTF-SOURCE-ID==     BY ==IPND-SOURCE-ID==
006700               ==DBLINTF-CONTROL-AREA==  BY ==IPND-CONTROL-AREA==
006800               ==DBLINTF-CTL-SENT-DATE== BY ==IPND-CTL-SENT-DATE==
006900               ==DBLINTF-CTL-REC-COUNT== BY ==IPND-CTL-REC-COUNT==
008300               ==DBLINTF-REC-TYPE==      BY ==ICTL-REC-TYPE==
008400               ==DBLINTF-IS-DETAIL==     BY ==ICTL-IS-DETAIL==
008500               ==DBLINTF-IS-CONTROL==    BY ==ICTL-IS-CONTROL==
008510               ==DBLINTF-IS-REVERSAL==   BY ==ICTL-IS-REVERSAL==
008520               ==DBLINTF-IS-REPLACEMENT==
008525               BY ==ICTL-IS-REPLACEMENT==
008530               ==DBLINTF-IS-ADJUSTMENT== BY ==ICTL-IS-ADJUSTMENT==
008540               ==DBLINTF-IS-ADJ-CONTROL==
008590               BY ==ICTL-IS-ADJ-CONTROL==
008600               ==DBLINTF-DETAIL-AREA==   BY ==ICTL-DETAIL-AREA==
008700               ==DBLINTF-RUN-DATE==      BY ==ICTL-RUN-DATE==
008800               ==DBLINTF-SEQUENCE-NO==   BY ==ICTL-SEQUENCE-NO==
009000               ==DBLINTF-RESULT==        BY ==ICTL-RESULT==
009100               ==DBLINTF-OP-CODE==       BY ==ICTL-OP-CODE==
009200               ==DBLINTF-MARKUP-PCT==    BY ==ICTL-MARKUP-PCT==
009250               ==DBLINTF-SOURCE-ID==     BY ==ICTL-SOURCE-ID==
009300               ==DBLINTF-CONTROL-AREA==  BY ==ICTL-CONTROL-AREA==
009400               ==DBLINTF-CTL-SENT-DATE== BY ==ICTL-CTL-SENT-DATE==
009500               ==DBLINTF-CTL-REC-COUNT== BY ==ICTL-CTL-REC-COUNT==
009600               ==DBLINTF-CTL-HASH-TOTAL==
009700               BY ==ICTL-CTL-HASH-TOTAL==.
009705*
009710 FD  STEPCARD
009715     RECORDING MODE IS F
009720     LABEL RECORDS ARE STANDARD.
009725 COPY DBLSCTL.
009730*
009735 FD  STRMSTAT
009740     LABEL RECORDS ARE STANDARD.
009745 COPY DBLSTRM.
009750*
009755 FD  OPERMAST
009760     RECORDING MODE IS F
009765     LABEL RECORDS ARE STANDARD.
009770 COPY DBLOPER.
009775*
009780 FD  AUDITFILE
009785     RECORDING MODE IS F
009790     LABEL RECORDS ARE STANDARD.
009795 COPY DBLAUD.
009800 WORKING-STORAGE SECTION.
009900 01  WS-FILE-STATUS-AREA.
010000     05  WS-INTFPEND-STATUS  PIC X(02) VALUE SPACES.
010100     05  WS-INTFOUT-STATUS   PIC X(02) VALUE SPACES.
010200     05  WS-ICTLFILE-STATUS  PIC X(02) VALUE SPACES.
010220     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
010240     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
010260     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
010280     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
010300*
010400 01  WS-SWITCHES.
010500     05  WS-INTFPEND-EOF-SWITCH  PIC X(01) VALUE "N".
010600         88  WS-INTFPEND-EOF         VALUE "Y".
010607     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
010614         88  WS-FORCE-STEP           VALUE "Y".
010621     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
010628         88  WS-STREAM-REFUSED       VALUE "Y".
010635     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
010642         88  WS-STRM-FOUND           VALUE "Y".
010649     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
010656         88  WS-OPERMAST-EOF         VALUE "Y".
010663     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
010670         88  WS-OPER-FOUND           VALUE "Y".
010677     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
010684         88  WS-OPER-CAN-CORRECT     VALUE "2".
010700*
010800 77  WS-PEND-RECORDS-READ    PIC 9(09) COMP VALUE ZERO.
010900 77  WS-DETAILS-COPIED       PIC 9(09) COMP VALUE ZERO.
011000 77  WS-CONSOL-HASH-TOTAL    PIC 9(11) COMP VALUE ZERO.
011010 77  WS-ADJ-COPIED           PIC 9(09) COMP VALUE ZERO.
011020 77  WS-ADJ-HASH-TOTAL       PIC 9(11) COMP VALUE ZERO.
011100 77  WS-SENT-DATE            PIC 9(08) VALUE ZERO.
011120 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL200".
011140 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
011160 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
011180 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
011200*
011225*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
011250*    AGAINST.
011275 COPY DBLSTRQ.
011300 PROCEDURE DIVISION.
011400*
011500******************************************************************
013200*    CHECK AFTER EVERY OPEN AND PRIMES THE FIRST PENDING READ.
013300******************************************************************
013400 1000-INITIALIZE SECTION.
013433     PERFORM 1100-CHECK-STREAM
013466         THRU 1100-CHECK-STREAM-EXIT
013500     OPEN INPUT INTFPEND
013600     IF WS-INTFPEND-STATUS NOT = "00"
013700         DISPLAY "DBL200 - UNABLE TO OPEN INTFPEND - STATUS "
015100         THRU 2100-READ-INTFPEND-EXIT.
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
015301*
015302******************************************************************
015303*    1100-CHECK-STREAM
015304*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
015305*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
015306*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
015307*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
015308*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
015309*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
015310*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
015311******************************************************************
015312 1100-CHECK-STREAM SECTION.
015313     OPEN INPUT STEPCARD
015314     IF WS-STEPCARD-STATUS NOT = "00"
015315         DISPLAY "DBL200 - UNABLE TO OPEN STEPCARD - STATUS "
015316             WS-STEPCARD-STATUS
015317         MOVE 16 TO RETURN-CODE
015318         STOP RUN
015319     END-IF
015320     READ STEPCARD
015321         AT END
015322             DISPLAY "DBL200 - STEPCARD IS EMPTY - NO STEP "
015323                 "CONTROL CARD"
015324             CLOSE STEPCARD
015325             MOVE 16 TO RETURN-CODE
015326             STOP RUN
015327     END-READ
015328     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
015329         OR DBLSCTL-BUS-DATE = ZERO
015330         DISPLAY "DBL200 - STEPCARD BUSINESS DATE NOT VALID: "
015331             DBLSCTL-BUS-DATE-X
015332         CLOSE STEPCARD
015333         MOVE 16 TO RETURN-CODE
015334         STOP RUN
015335     END-IF
015336     IF DBLSCTL-OPERATOR-ID = SPACES
015337         DISPLAY "DBL200 - STEPCARD OPERATOR ID IS BLANK"
015338         CLOSE STEPCARD
015339         MOVE 16 TO RETURN-CODE
015340         STOP RUN
015341     END-IF
015342     EVALUATE TRUE
015343         WHEN DBLSCTL-FORCE-STEP
015344             SET WS-FORCE-STEP TO TRUE
015345         WHEN DBLSCTL-NORMAL-STEP
015346             CONTINUE
015347         WHEN OTHER
015348             DISPLAY "DBL200 - STEPCARD FORCE FLAG NOT F OR N: "
015349                 DBLSCTL-FORCE-FLAG
015350             CLOSE STEPCARD
015351             MOVE 16 TO RETURN-CODE
015352             STOP RUN
015353     END-EVALUATE
015354     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
015355     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
015356     CLOSE STEPCARD
015357     IF WS-FORCE-STEP
015358         PERFORM 1120-CHECK-OVERRIDE-OPER
015359             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
015360     END-IF
015361*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
015362*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
015363*    CREATE IT EMPTY AND REOPEN.
015364     OPEN I-O STRMSTAT
015365     IF WS-STRMSTAT-STATUS = "35"
015366         OPEN OUTPUT STRMSTAT
015367         IF WS-STRMSTAT-STATUS = "00"
015368             CLOSE STRMSTAT
015369             OPEN I-O STRMSTAT
015370         END-IF
015371     END-IF
015372     IF WS-STRMSTAT-STATUS NOT = "00"
015373         DISPLAY "DBL200 - UNABLE TO OPEN STRMSTAT - STATUS "
015374             WS-STRMSTAT-STATUS
015375         MOVE 16 TO RETURN-CODE
015376         STOP RUN
015377     END-IF
015378     IF NOT WS-FORCE-STEP
015379         PERFORM 1110-CHECK-ONE-PREDECESSOR
015380             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
015381             VARYING WS-STRQ-SUB FROM 1 BY 1
015382             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
015383                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
015384                     = WS-STREAM-STEP-ID
015385     END-IF
015386     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
015387     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
015388     READ STRMSTAT
015389         INVALID KEY
015390             MOVE "N" TO WS-STRM-FOUND-SWITCH
015391         NOT INVALID KEY
015392             SET WS-STRM-FOUND TO TRUE
015393     END-READ
015394     IF WS-STRM-FOUND
015395         AND DBLSTRM-ENDED-GOOD
015396         AND NOT WS-FORCE-STEP
015397         DISPLAY "DBL200 - ALREADY ENDED GOOD FOR "
015398             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
015399         SET WS-STREAM-REFUSED TO TRUE
015400     END-IF
015401     IF WS-STREAM-REFUSED
015402         DISPLAY "DBL200 - STEP REFUSED FOR " WS-BUSINESS-DATE
015403             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
015404         CLOSE STRMSTAT
015405         MOVE 16 TO RETURN-CODE
015406         STOP RUN
015407     END-IF
015408     IF WS-FORCE-STEP
015409         PERFORM 1130-JOURNAL-OVERRIDE
015410             THRU 1130-JOURNAL-OVERRIDE-EXIT
015411     END-IF
015412     PERFORM 1140-RECORD-STREAM-START
015413         THRU 1140-RECORD-STREAM-START-EXIT
015414     CLOSE STRMSTAT.
015415 1100-CHECK-STREAM-EXIT.
015416     EXIT.
015417*
015418******************************************************************
015419*    1110-CHECK-ONE-PREDECESSOR
015420*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
015421*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
015422*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
015423******************************************************************
015424 1110-CHECK-ONE-PREDECESSOR SECTION.
015425     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
015426     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
015427     READ STRMSTAT
015428         INVALID KEY
015429             DISPLAY "DBL200 - PREDECESSOR "
015430                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
015431                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
015432             SET WS-STREAM-REFUSED TO TRUE
015433             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
015434     END-READ
015435     IF NOT DBLSTRM-ENDED-GOOD
015436         DISPLAY "DBL200 - PREDECESSOR " DBLSTRM-STEP-ID
015437             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
015438             " - STATE " DBLSTRM-STATE
015439             " RC " DBLSTRM-RETURN-CODE
015440         SET WS-STREAM-REFUSED TO TRUE
015441     END-IF.
015442 1110-CHECK-ONE-PREDECESSOR-EXIT.
015443     EXIT.
015444*
015445******************************************************************
015446*    1120-CHECK-OVERRIDE-OPER
015447*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
015448*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
015449*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
015450******************************************************************
015451 1120-CHECK-OVERRIDE-OPER SECTION.
015452     OPEN INPUT OPERMAST
015453     IF WS-OPERMAST-STATUS NOT = "00"
015454         DISPLAY "DBL200 - UNABLE TO OPEN OPERMAST - STATUS "
015455             WS-OPERMAST-STATUS
015456         MOVE 16 TO RETURN-CODE
015457         STOP RUN
015458     END-IF
015459     PERFORM 1121-MATCH-ONE-OPERATOR
015460         THRU 1121-MATCH-ONE-OPERATOR-EXIT
015461         UNTIL WS-OPERMAST-EOF
015462             OR WS-OPER-FOUND
015463     CLOSE OPERMAST
015464     IF NOT WS-OPER-FOUND
015465         OR NOT WS-OPER-CAN-CORRECT
015466         DISPLAY "DBL200 - OVERRIDE REFUSED - OPERATOR "
015467             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
015468         MOVE 16 TO RETURN-CODE
015469         STOP RUN
015470     END-IF.
015471 1120-CHECK-OVERRIDE-OPER-EXIT.
015472     EXIT.
015473*
015474 1121-MATCH-ONE-OPERATOR SECTION.
015475     READ OPERMAST
015476         AT END
015477             SET WS-OPERMAST-EOF TO TRUE
015478         NOT AT END
015479             IF DBLOPER-ID = WS-STEP-OPERATOR-ID
015480                 SET WS-OPER-FOUND TO TRUE
015481                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
015482             END-IF
015483     END-READ.
015484 1121-MATCH-ONE-OPERATOR-EXIT.
015485     EXIT.
015486*
015487******************************************************************
015488*    1130-JOURNAL-OVERRIDE
015489*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
015490*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
015491*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
015492******************************************************************
015493 1130-JOURNAL-OVERRIDE SECTION.
015494     OPEN EXTEND AUDITFILE
015495     IF WS-AUDITFILE-STATUS = "35"
015496         OPEN OUTPUT AUDITFILE
015497     END-IF
015498     IF WS-AUDITFILE-STATUS NOT = "00"
015499         DISPLAY "DBL200 - UNABLE TO OPEN AUDITFILE - STATUS "
015500             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
015501         CLOSE STRMSTAT
015502         MOVE 16 TO RETURN-CODE
015503         STOP RUN
015504     END-IF
015505     MOVE SPACES TO DBLAUD-RECORD
015506     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
015507     ACCEPT DBLAUD-TIME FROM TIME
015508     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
015509     MOVE ZERO TO DBLAUD-NUMBER
015510     MOVE ZERO TO DBLAUD-RESULT
015511     SET DBLAUD-IS-FORCED-STEP TO TRUE
015512     MOVE ZERO TO DBLAUD-SEQUENCE-NO
015513     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
015514     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
015515     WRITE DBLAUD-RECORD
015516     CLOSE AUDITFILE
015517     DISPLAY "DBL200 - STEP FORCED FOR " WS-BUSINESS-DATE
015518         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
015519 1130-JOURNAL-OVERRIDE-EXIT.
015520     EXIT.
015521*
015522******************************************************************
015523*    1140-RECORD-STREAM-START
015524*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
015525*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
015526*    RECORD AND BUMPS ITS RUN COUNT.
015527******************************************************************
015528 1140-RECORD-STREAM-START SECTION.
015529     IF NOT WS-STRM-FOUND
015530         MOVE SPACES TO DBLSTRM-RECORD
015531         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
015532         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
015533         MOVE ZERO TO DBLSTRM-RUN-COUNT
015534     END-IF
015535     SET DBLSTRM-STARTED TO TRUE
015536     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
015537     ACCEPT DBLSTRM-START-TIME FROM TIME
015538     MOVE ZERO TO DBLSTRM-END-DATE
015539     MOVE ZERO TO DBLSTRM-END-TIME
015540     MOVE ZERO TO DBLSTRM-RETURN-CODE
015541     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
015542     IF WS-FORCE-STEP
015543         MOVE "Y" TO DBLSTRM-FORCED-FLAG
015544     ELSE
015545         MOVE "N" TO DBLSTRM-FORCED-FLAG
015546     END-IF
015547     ADD 1 TO DBLSTRM-RUN-COUNT
015548     IF WS-STRM-FOUND
015549         REWRITE DBLSTRM-RECORD
015550     ELSE
015551         WRITE DBLSTRM-RECORD
015552     END-IF
015553     IF WS-STRMSTAT-STATUS NOT = "00"
015554         DISPLAY "DBL200 - UNABLE TO RECORD STEP START ON "
015555             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
015556         CLOSE STRMSTAT
015557         MOVE 16 TO RETURN-CODE
015558         STOP RUN
015559     END-IF.
015560 1140-RECORD-STREAM-START-EXIT.
015561     EXIT.
015562*
015563******************************************************************
015600*    2000-COPY-ONE-PENDING
015700*    COPIES ONE PENDING DETAIL THROUGH TO THE CONSOLIDATED
015800*    EXTRACT AND ROLLS IT INTO THE DAY'S CONTROL TOTALS. AN
015810*    ADJUSTMENT RECORD IS COPIED AND ROLLED INTO THE SEPARATE
015820*    ADJUSTMENT TOTALS. A CONTROL RECORD OF EITHER KIND IN THE
015900*    PENDING FILE STOPS THE RUN - SEE THE PROGRAM NOTES.
016100******************************************************************
016200 2000-COPY-ONE-PENDING SECTION.
016300     EVALUATE TRUE
016600             WRITE DBLINTF-RECORD
016700             ADD 1 TO WS-DETAILS-COPIED
016800             ADD IPND-NUMBER TO WS-CONSOL-HASH-TOTAL
016810         WHEN IPND-IS-ADJUSTMENT
016820             MOVE IPND-RECORD TO DBLINTF-RECORD
016830             WRITE DBLINTF-RECORD
016840             ADD 1 TO WS-ADJ-COPIED
016850             ADD IPND-NUMBER TO WS-ADJ-HASH-TOTAL
016900         WHEN IPND-IS-CONTROL
016910         WHEN IPND-IS-ADJ-CONTROL
017000             DISPLAY "DBL200 - CONTROL RECORD FOUND ON THE "
017100                 "PENDING FILE - A NIGHTLY EXTRACT WAS "
017200                 "CONCATENATED IN - RUN STOPPED"
020700*    FINISHES THE CONSOLIDATED EXTRACT WITH THE DAY'S SINGLE
020800*    CONTROL RECORD, KEEPS ITS COPY ON THE CONTROL HISTORY SO
020900*    THE NEXT ACKNOWLEDGMENT CAN RECONCILE AGAINST IT, CLOSES
021000*    THE FILES, AND DISPLAYS THE FINAL COUNTS. THE DAY'S
021010*    ADJUSTMENT CONTROL RECORD, IF ANY, IS HANDLED THE SAME WAY.
021100******************************************************************
021200 9000-TERMINATE SECTION.
021300     MOVE SPACES TO DBLINTF-RECORD
021700     MOVE WS-DETAILS-COPIED TO DBLINTF-CTL-REC-COUNT
021800     MOVE WS-CONSOL-HASH-TOTAL TO DBLINTF-CTL-HASH-TOTAL
021900     WRITE DBLINTF-RECORD
021910     IF WS-ADJ-COPIED > ZERO
021920         MOVE SPACES TO DBLINTF-RECORD
021930         MOVE "J" TO DBLINTF-REC-TYPE
021940         MOVE WS-SENT-DATE TO DBLINTF-CTL-SENT-DATE
021950         MOVE WS-ADJ-COPIED TO DBLINTF-CTL-REC-COUNT
021960         MOVE WS-ADJ-HASH-TOTAL TO DBLINTF-CTL-HASH-TOTAL
021970         WRITE DBLINTF-RECORD
021980     END-IF
022000     CLOSE INTFPEND
022100     CLOSE INTFOUT
022200     OPEN EXTEND ICTLFILE
023600     MOVE WS-DETAILS-COPIED TO ICTL-CTL-REC-COUNT
023700     MOVE WS-CONSOL-HASH-TOTAL TO ICTL-CTL-HASH-TOTAL
023800     WRITE ICTL-RECORD
023810     IF WS-ADJ-COPIED > ZERO
023820         MOVE SPACES TO ICTL-RECORD
023830         MOVE "J" TO ICTL-REC-TYPE
023840         MOVE WS-SENT-DATE TO ICTL-CTL-SENT-DATE
023850         MOVE WS-ADJ-COPIED TO ICTL-CTL-REC-COUNT
023860         MOVE WS-ADJ-HASH-TOTAL TO ICTL-CTL-HASH-TOTAL
023870         WRITE ICTL-RECORD
023880     END-IF
023900     CLOSE ICTLFILE.
024000 9000-DISPLAY-COUNTS.
024100     DISPLAY "DBL200 - PENDING RECORDS READ: "
024400         WS-DETAILS-COPIED
024500     DISPLAY "DBL200 - CONTROL HASH TOTAL:   "
024600         WS-CONSOL-HASH-TOTAL
024610     DISPLAY "DBL200 - ADJUSTMENTS COPIED:   "
024620         WS-ADJ-COPIED
024630     DISPLAY "DBL200 - ADJUSTMENT HASH:      "
024640         WS-ADJ-HASH-TOTAL
024700     DISPLAY "DBL200 - SENT DATE:            " WS-SENT-DATE
024733     PERFORM 9950-RECORD-STREAM-END
024766         THRU 9950-RECORD-STREAM-END-EXIT.
024800 9000-TERMINATE-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200*    9950-RECORD-STREAM-END
025300*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
025400*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
025500*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
025600*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
025700*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
025800*    RETURN CODE TO 8.
025900******************************************************************
026000 9950-RECORD-STREAM-END SECTION.
026100     OPEN I-O STRMSTAT
026200     IF WS-STRMSTAT-STATUS NOT = "00"
026300         DISPLAY "DBL200 - UNABLE TO OPEN STRMSTAT - STATUS "
026400             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
026500         IF RETURN-CODE < 8
026600             MOVE 8 TO RETURN-CODE
026700         END-IF
026800         GO TO 9950-RECORD-STREAM-END-EXIT
026900     END-IF
027000     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
027100     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
027200     READ STRMSTAT
027300         INVALID KEY
027400             DISPLAY "DBL200 - STEP START NOT ON STRMSTAT"
027500                 " - STEP END NOT RECORDED"
027600             CLOSE STRMSTAT
027700             IF RETURN-CODE < 8
027800                 MOVE 8 TO RETURN-CODE
027900             END-IF
028000             GO TO 9950-RECORD-STREAM-END-EXIT
028100     END-READ
028200     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
028300     ACCEPT DBLSTRM-END-TIME FROM TIME
028400     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
028500     IF RETURN-CODE < 8
028600         SET DBLSTRM-ENDED-GOOD TO TRUE
028700     ELSE
028800         SET DBLSTRM-ENDED-BAD TO TRUE
028900     END-IF
029000     REWRITE DBLSTRM-RECORD
029100     IF WS-STRMSTAT-STATUS NOT = "00"
029200         DISPLAY "DBL200 - UNABLE TO RECORD STEP END ON "
029300             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
029400         IF RETURN-CODE < 8
029500             MOVE 8 TO RETURN-CODE
029600         END-IF
029700     END-IF
029800     CLOSE STRMSTAT.
029900 9950-RECORD-STREAM-END-EXIT.
030000     EXIT.
