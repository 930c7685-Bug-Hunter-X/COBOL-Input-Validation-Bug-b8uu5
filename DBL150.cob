002700*    DATE       INIT  DESCRIPTION
002800*    ---------  ----  -----------------------------------------
002900*    2026-09-02 JRM   ORIGINAL PROGRAM - RETENTION PURGE.
002914*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
002928*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
002942*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
002956*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
002970*                     THE STEP'S START AND END THERE. AN OVERRIDE
002984*                     CARD FORCES THE STEP AND IS JOURNALED.
002990*    2026-10-15 JRM   ARCHIVE RECORD NOW NAMES THE NEW
002995*                     DBLRMST-ORIG-NUMBER FIELD IN ITS OWN RIGHT.
003000*    2026-10-15 JRM   ARCHIVE RECORD NOW NAMES THE NEW
003005*                     DBLRMST-SOURCE-ID FIELD IN ITS OWN RIGHT.
003010*    2026-10-15 JRM   A RECORD THE RECALL JOB (DBL280) PUT BACK
003015*                     ON THE MASTER AND NOTHING HAS CHANGED SINCE
003020*                     IS ALREADY ON THE ARCHIVE - IT IS DROPPED
003025*                     FROM THE MASTER WITHOUT A SECOND ARCHIVE
003030*                     COPY AND COUNTED IN ITS OWN REGISTER
003035*                     COLUMN. ONE CORRECTED OR ADJUSTED WHILE
003040*                     RECALLED IS ARCHIVED AGAIN AS A LATER
003045*                     VERSION OF THE COPY ALREADY THERE.
003050******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
005100     SELECT PURGEREG ASSIGN TO PURGEREG
005200                     ORGANIZATION IS SEQUENTIAL
005300                     FILE STATUS IS WS-PURGEREG-STATUS.
005305
005310     SELECT STEPCARD ASSIGN TO STEPCARD
005315                     ORGANIZATION IS SEQUENTIAL
005320                     FILE STATUS IS WS-STEPCARD-STATUS.
005325
005330     SELECT STRMSTAT ASSIGN TO STRMSTAT
005335                     ORGANIZATION IS INDEXED
005340                     ACCESS MODE IS RANDOM
005345                     RECORD KEY IS DBLSTRM-KEY
005350                     FILE STATUS IS WS-STRMSTAT-STATUS.
005355
005360     SELECT OPERMAST ASSIGN TO OPERMAST
005365                     ORGANIZATION IS SEQUENTIAL
005370                     FILE STATUS IS WS-OPERMAST-STATUS.
005375
005380     SELECT AUDITFILE ASSIGN TO AUDITFILE
005385                     ORGANIZATION IS SEQUENTIAL
005390                     FILE STATUS IS WS-AUDITFILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PURGCARD
007500               ==DBLRMST-NUMBER==      BY ==ARCH-NUMBER==
007600               ==DBLRMST-RESULT==      BY ==ARCH-RESULT==
007700               ==DBLRMST-OP-CODE==     BY ==ARCH-OP-CODE==
007800               ==DBLRMST-MARKUP-PCT==  BY ==ARCH-MARKUP-PCT==
007810               ==DBLRMST-ORIG-NUMBER== BY ==ARCH-ORIG-NUMBER==
007812               ==DBLRMST-SOURCE-ID==   BY ==ARCH-SOURCE-ID==
007814               ==DBLRMST-ORIG-NUMBER-X==
007816                   BY ==ARCH-ORIG-NUMBER-X==
007818               ==DBLRMST-RECALL-INFO==
007820                   BY ==ARCH-RECALL-INFO==
007822               ==DBLRMST-RECALL-FLAG==
007824                   BY ==ARCH-RECALL-FLAG==
007826               ==DBLRMST-IS-RECALLED==
007828                   BY ==ARCH-IS-RECALLED==
007830               ==DBLRMST-RECALL-UNCHANGED==
007832                   BY ==ARCH-RECALL-UNCHANGED==
007834               ==DBLRMST-RECALL-CHANGED==
007836                   BY ==ARCH-RECALL-CHANGED==
007838               ==DBLRMST-RECALL-DATE==
007840                   BY ==ARCH-RECALL-DATE==
007842               ==DBLRMST-RECALL-DATE-X==
007844                   BY ==ARCH-RECALL-DATE-X==
007846               ==DBLRMST-RECALL-NUMBER==
007848                   BY ==ARCH-RECALL-NUMBER==
007850               ==DBLRMST-RECALL-NUMBER-X==
007852                   BY ==ARCH-RECALL-NUMBER-X==.
007900*
008000 FD  PURGEREG
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  PURGEREG-LINE               PIC X(132).
008305*
008310 FD  STEPCARD
008315     RECORDING MODE IS F
008320     LABEL RECORDS ARE STANDARD.
008325 COPY DBLSCTL.
008330*
008335 FD  STRMSTAT
008340     LABEL RECORDS ARE STANDARD.
008345 COPY DBLSTRM.
008350*
008355 FD  OPERMAST
008360     RECORDING MODE IS F
008365     LABEL RECORDS ARE STANDARD.
008370 COPY DBLOPER.
008375*
008380 FD  AUDITFILE
008385     RECORDING MODE IS F
008390     LABEL RECORDS ARE STANDARD.
008395 COPY DBLAUD.
008400 WORKING-STORAGE SECTION.
008500 01  WS-FILE-STATUS-AREA.
008600     05  WS-PURGCARD-STATUS  PIC X(02) VALUE SPACES.
008700     05  WS-RSLTMSTR-STATUS  PIC X(02) VALUE SPACES.
008800     05  WS-ARCHFILE-STATUS  PIC X(02) VALUE SPACES.
008900     05  WS-PURGEREG-STATUS  PIC X(02) VALUE SPACES.
008920     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
008940     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
008960     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
008980     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
009000*
009100 01  WS-SWITCHES.
009200     05  WS-RSLTMSTR-EOF-SWITCH  PIC X(01) VALUE "N".
009300         88  WS-RSLTMSTR-EOF         VALUE "Y".
009400     05  WS-BREAK-ACTIVE-SWITCH  PIC X(01) VALUE "N".
009500         88  WS-BREAK-ACTIVE         VALUE "Y".
009507     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
009514         88  WS-FORCE-STEP           VALUE "Y".
009521     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
009528         88  WS-STREAM-REFUSED       VALUE "Y".
009535     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
009542         88  WS-STRM-FOUND           VALUE "Y".
009549     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
009556         88  WS-OPERMAST-EOF         VALUE "Y".
009563     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
009570         88  WS-OPER-FOUND           VALUE "Y".
009577     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
009584         88  WS-OPER-CAN-CORRECT     VALUE "2".
009600*
009700 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
009800 77  WS-BREAK-RUN-DATE       PIC 9(08) VALUE ZERO.
009900 77  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
010000 77  WS-DATE-PURGE-COUNT     PIC 9(09) COMP VALUE ZERO.
010100 77  WS-TOTAL-PURGE-COUNT    PIC 9(09) COMP VALUE ZERO.
010120 77  WS-DATE-DROP-COUNT      PIC 9(09) COMP VALUE ZERO.
010140 77  WS-TOTAL-DROP-COUNT     PIC 9(09) COMP VALUE ZERO.
010160 77  WS-TOTAL-LATER-COUNT    PIC 9(09) COMP VALUE ZERO.
010200 77  WS-RECORDS-KEPT         PIC 9(09) COMP VALUE ZERO.
010300 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
010400 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
010500 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
010520 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL150".
010540 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
010560 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
010580 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
010600*
010700 01  WS-REG-HEADING-1.
010800     05  FILLER                  PIC X(08) VALUE "DBL150".
012100     05  FILLER                  PIC X(19)
012200         VALUE "  RECORDS ARCHIVED".
012300     05  WS-REG-DATE-COUNT       PIC ZZZ,ZZZ,ZZ9.
012320     05  FILLER                  PIC X(28)
012340         VALUE "  RECALLED, NOT RE-ARCHIVED".
012360     05  WS-REG-DATE-DROP-COUNT  PIC ZZZ,ZZZ,ZZ9.
012400     05  FILLER                  PIC X(44) VALUE SPACES.
012500*
012600 01  WS-REG-TOTAL-LINE.
012700     05  WS-REG-TOTAL-TEXT       PIC X(30).
012800     05  WS-REG-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
012900     05  FILLER                  PIC X(91) VALUE SPACES.
013000*
013025*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
013050*    AGAINST.
013075 COPY DBLSTRQ.
013100 PROCEDURE DIVISION.
013200*
013300******************************************************************
015100*    AFTER EVERY OPEN, AND PRIMES THE FIRST MASTER READ.
015200******************************************************************
015300 1000-INITIALIZE SECTION.
015333     PERFORM 1100-CHECK-STREAM
015366         THRU 1100-CHECK-STREAM-EXIT
015400     OPEN INPUT PURGCARD
015500     IF WS-PURGCARD-STATUS NOT = "00"
015600         DISPLAY "DBL150 - UNABLE TO OPEN PURGCARD - STATUS "
021100         THRU 2100-READ-RSLTMSTR-EXIT.
021200 1000-INITIALIZE-EXIT.
021300     EXIT.
021301*
021302******************************************************************
021303*    1100-CHECK-STREAM
021304*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
021305*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
021306*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
021307*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
021308*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
021309*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
021310*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
021311******************************************************************
021312 1100-CHECK-STREAM SECTION.
021313     OPEN INPUT STEPCARD
021314     IF WS-STEPCARD-STATUS NOT = "00"
021315         DISPLAY "DBL150 - UNABLE TO OPEN STEPCARD - STATUS "
021316             WS-STEPCARD-STATUS
021317         MOVE 16 TO RETURN-CODE
021318         STOP RUN
021319     END-IF
021320     READ STEPCARD
021321         AT END
021322             DISPLAY "DBL150 - STEPCARD IS EMPTY - NO STEP "
021323                 "CONTROL CARD"
021324             CLOSE STEPCARD
021325             MOVE 16 TO RETURN-CODE
021326             STOP RUN
021327     END-READ
021328     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
021329         OR DBLSCTL-BUS-DATE = ZERO
021330         DISPLAY "DBL150 - STEPCARD BUSINESS DATE NOT VALID: "
021331             DBLSCTL-BUS-DATE-X
021332         CLOSE STEPCARD
021333         MOVE 16 TO RETURN-CODE
021334         STOP RUN
021335     END-IF
021336     IF DBLSCTL-OPERATOR-ID = SPACES
021337         DISPLAY "DBL150 - STEPCARD OPERATOR ID IS BLANK"
021338         CLOSE STEPCARD
021339         MOVE 16 TO RETURN-CODE
021340         STOP RUN
021341     END-IF
021342     EVALUATE TRUE
021343         WHEN DBLSCTL-FORCE-STEP
021344             SET WS-FORCE-STEP TO TRUE
021345         WHEN DBLSCTL-NORMAL-STEP
021346             CONTINUE
021347         WHEN OTHER
021348             DISPLAY "DBL150 - STEPCARD FORCE FLAG NOT F OR N: "
021349                 DBLSCTL-FORCE-FLAG
021350             CLOSE STEPCARD
021351             MOVE 16 TO RETURN-CODE
021352             STOP RUN
021353     END-EVALUATE
021354     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
021355     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
021356     CLOSE STEPCARD
021357     IF WS-FORCE-STEP
021358         PERFORM 1120-CHECK-OVERRIDE-OPER
021359             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
021360     END-IF
021361*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
021362*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
021363*    CREATE IT EMPTY AND REOPEN.
021364     OPEN I-O STRMSTAT
021365     IF WS-STRMSTAT-STATUS = "35"
021366         OPEN OUTPUT STRMSTAT
021367         IF WS-STRMSTAT-STATUS = "00"
021368             CLOSE STRMSTAT
021369             OPEN I-O STRMSTAT
021370         END-IF
021371     END-IF
021372     IF WS-STRMSTAT-STATUS NOT = "00"
021373         DISPLAY "DBL150 - UNABLE TO OPEN STRMSTAT - STATUS "
021374             WS-STRMSTAT-STATUS
021375         MOVE 16 TO RETURN-CODE
021376         STOP RUN
021377     END-IF
021378     IF NOT WS-FORCE-STEP
021379         PERFORM 1110-CHECK-ONE-PREDECESSOR
021380             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
021381             VARYING WS-STRQ-SUB FROM 1 BY 1
021382             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
021383                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
021384                     = WS-STREAM-STEP-ID
021385     END-IF
021386     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
021387     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
021388     READ STRMSTAT
021389         INVALID KEY
021390             MOVE "N" TO WS-STRM-FOUND-SWITCH
021391         NOT INVALID KEY
021392             SET WS-STRM-FOUND TO TRUE
021393     END-READ
021394     IF WS-STRM-FOUND
021395         AND DBLSTRM-ENDED-GOOD
021396         AND NOT WS-FORCE-STEP
021397         DISPLAY "DBL150 - ALREADY ENDED GOOD FOR "
021398             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
021399         SET WS-STREAM-REFUSED TO TRUE
021400     END-IF
021401     IF WS-STREAM-REFUSED
021402         DISPLAY "DBL150 - STEP REFUSED FOR " WS-BUSINESS-DATE
021403             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
021404         CLOSE STRMSTAT
021405         MOVE 16 TO RETURN-CODE
021406         STOP RUN
021407     END-IF
021408     IF WS-FORCE-STEP
021409         PERFORM 1130-JOURNAL-OVERRIDE
021410             THRU 1130-JOURNAL-OVERRIDE-EXIT
021411     END-IF
021412     PERFORM 1140-RECORD-STREAM-START
021413         THRU 1140-RECORD-STREAM-START-EXIT
021414     CLOSE STRMSTAT.
021415 1100-CHECK-STREAM-EXIT.
021416     EXIT.
021417*
021418******************************************************************
021419*    1110-CHECK-ONE-PREDECESSOR
021420*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
021421*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
021422*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
021423******************************************************************
021424 1110-CHECK-ONE-PREDECESSOR SECTION.
021425     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
021426     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
021427     READ STRMSTAT
021428         INVALID KEY
021429             DISPLAY "DBL150 - PREDECESSOR "
021430                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
021431                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
021432             SET WS-STREAM-REFUSED TO TRUE
021433             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
021434     END-READ
021435     IF NOT DBLSTRM-ENDED-GOOD
021436         DISPLAY "DBL150 - PREDECESSOR " DBLSTRM-STEP-ID
021437             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
021438             " - STATE " DBLSTRM-STATE
021439             " RC " DBLSTRM-RETURN-CODE
021440         SET WS-STREAM-REFUSED TO TRUE
021441     END-IF.
021442 1110-CHECK-ONE-PREDECESSOR-EXIT.
021443     EXIT.
021444*
021445******************************************************************
021446*    1120-CHECK-OVERRIDE-OPER
021447*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
021448*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
021449*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
021450******************************************************************
021451 1120-CHECK-OVERRIDE-OPER SECTION.
021452     OPEN INPUT OPERMAST
021453     IF WS-OPERMAST-STATUS NOT = "00"
021454         DISPLAY "DBL150 - UNABLE TO OPEN OPERMAST - STATUS "
021455             WS-OPERMAST-STATUS
021456         MOVE 16 TO RETURN-CODE
021457         STOP RUN
021458     END-IF
021459     PERFORM 1121-MATCH-ONE-OPERATOR
021460         THRU 1121-MATCH-ONE-OPERATOR-EXIT
021461         UNTIL WS-OPERMAST-EOF
021462             OR WS-OPER-FOUND
021463     CLOSE OPERMAST
021464     IF NOT WS-OPER-FOUND
021465         OR NOT WS-OPER-CAN-CORRECT
021466         DISPLAY "DBL150 - OVERRIDE REFUSED - OPERATOR "
021467             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
021468         MOVE 16 TO RETURN-CODE
021469         STOP RUN
021470     END-IF.
021471 1120-CHECK-OVERRIDE-OPER-EXIT.
021472     EXIT.
021473*
021474 1121-MATCH-ONE-OPERATOR SECTION.
021475     READ OPERMAST
021476         AT END
021477             SET WS-OPERMAST-EOF TO TRUE
021478         NOT AT END
021479             IF DBLOPER-ID = WS-STEP-OPERATOR-ID
021480                 SET WS-OPER-FOUND TO TRUE
021481                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
021482             END-IF
021483     END-READ.
021484 1121-MATCH-ONE-OPERATOR-EXIT.
021485     EXIT.
021486*
021487******************************************************************
021488*    1130-JOURNAL-OVERRIDE
021489*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
021490*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
021491*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
021492******************************************************************
021493 1130-JOURNAL-OVERRIDE SECTION.
021494     OPEN EXTEND AUDITFILE
021495     IF WS-AUDITFILE-STATUS = "35"
021496         OPEN OUTPUT AUDITFILE
021497     END-IF
021498     IF WS-AUDITFILE-STATUS NOT = "00"
021499         DISPLAY "DBL150 - UNABLE TO OPEN AUDITFILE - STATUS "
021500             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
021501         CLOSE STRMSTAT
021502         MOVE 16 TO RETURN-CODE
021503         STOP RUN
021504     END-IF
021505     MOVE SPACES TO DBLAUD-RECORD
021506     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
021507     ACCEPT DBLAUD-TIME FROM TIME
021508     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
021509     MOVE ZERO TO DBLAUD-NUMBER
021510     MOVE ZERO TO DBLAUD-RESULT
021511     SET DBLAUD-IS-FORCED-STEP TO TRUE
021512     MOVE ZERO TO DBLAUD-SEQUENCE-NO
021513     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
021514     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
021515     WRITE DBLAUD-RECORD
021516     CLOSE AUDITFILE
021517     DISPLAY "DBL150 - STEP FORCED FOR " WS-BUSINESS-DATE
021518         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
021519 1130-JOURNAL-OVERRIDE-EXIT.
021520     EXIT.
021521*
021522******************************************************************
021523*    1140-RECORD-STREAM-START
021524*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
021525*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
021526*    RECORD AND BUMPS ITS RUN COUNT.
021527******************************************************************
021528 1140-RECORD-STREAM-START SECTION.
021529     IF NOT WS-STRM-FOUND
021530         MOVE SPACES TO DBLSTRM-RECORD
021531         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
021532         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
021533         MOVE ZERO TO DBLSTRM-RUN-COUNT
021534     END-IF
021535     SET DBLSTRM-STARTED TO TRUE
021536     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
021537     ACCEPT DBLSTRM-START-TIME FROM TIME
021538     MOVE ZERO TO DBLSTRM-END-DATE
021539     MOVE ZERO TO DBLSTRM-END-TIME
021540     MOVE ZERO TO DBLSTRM-RETURN-CODE
021541     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
021542     IF WS-FORCE-STEP
021543         MOVE "Y" TO DBLSTRM-FORCED-FLAG
021544     ELSE
021545         MOVE "N" TO DBLSTRM-FORCED-FLAG
021546     END-IF
021547     ADD 1 TO DBLSTRM-RUN-COUNT
021548     IF WS-STRM-FOUND
021549         REWRITE DBLSTRM-RECORD
021550     ELSE
021551         WRITE DBLSTRM-RECORD
021552     END-IF
021553     IF WS-STRMSTAT-STATUS NOT = "00"
021554         DISPLAY "DBL150 - UNABLE TO RECORD STEP START ON "
021555             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
021556         CLOSE STRMSTAT
021557         MOVE 16 TO RETURN-CODE
021558         STOP RUN
021559     END-IF.
021560 1140-RECORD-STREAM-START-EXIT.
021561     EXIT.
021562*
021563******************************************************************
021600*    2000-PURGE-ONE-RECORD
021700*    ARCHIVES AND DELETES THE CURRENT MASTER RECORD IF ITS RUN
021800*    DATE IS ON OR BEFORE THE CUTOFF, THEN READS THE NEXT. A
023900*    REGISTER COUNT, BREAKING TO A NEW REGISTER LINE WHEN THE
024000*    RUN DATE CHANGES. A DELETE THAT FAILS LEAVES THE MASTER AND
024100*    ARCHIVE OUT OF STEP, SO THE RUN STOPS RATHER THAN PRESS ON.
024110*    A RECALLED RECORD UNCHANGED SINCE ITS RECALL IS STILL ON THE
024120*    ARCHIVE AS IT STANDS, SO IT IS ONLY DELETED. ONE CHANGED
024130*    WHILE RECALLED GOES TO THE ARCHIVE WITH ITS RECALL FLAG
024140*    STILL SHOWING C, MARKING IT AS THE LATER VERSION OF THE
024150*    COPY THE ARCHIVE ALREADY HOLDS FOR THAT KEY.
024200******************************************************************
024300 2010-ARCHIVE-AND-DELETE SECTION.
024400     IF WS-BREAK-ACTIVE
024800     END-IF
024900     MOVE DBLRMST-RUN-DATE TO WS-BREAK-RUN-DATE
025000     MOVE "Y" TO WS-BREAK-ACTIVE-SWITCH
025020     IF DBLRMST-RECALL-UNCHANGED
025040         ADD 1 TO WS-DATE-DROP-COUNT
025060         ADD 1 TO WS-TOTAL-DROP-COUNT
025080     ELSE
025100         MOVE DBLRMST-RECORD TO ARCH-RECORD
025200         WRITE ARCH-RECORD
025300         IF WS-ARCHFILE-STATUS NOT = "00"
025400             DISPLAY "DBL150 - ARCHFILE WRITE FAILED - STATUS "
025500                 WS-ARCHFILE-STATUS
025600             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
025610         END-IF
025620         ADD 1 TO WS-DATE-PURGE-COUNT
025630         ADD 1 TO WS-TOTAL-PURGE-COUNT
025640         IF DBLRMST-RECALL-CHANGED
025650             ADD 1 TO WS-TOTAL-LATER-COUNT
025660         END-IF
025700     END-IF
025800     DELETE RSLTMSTR RECORD
025900     IF WS-RSLTMSTR-STATUS NOT = "00"
026000         DISPLAY "DBL150 - RSLTMSTR DELETE FAILED - STATUS "
026100             WS-RSLTMSTR-STATUS
026200         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
026300     END-IF.
026600 2010-ARCHIVE-AND-DELETE-EXIT.
026700     EXIT.
026800*
033200******************************************************************
033300*    5200-PRINT-DATE-TOTAL
033400*    PRINTS THE REGISTER LINE FOR THE RUN DATE JUST FINISHED AND
033500*    CLEARS ITS COUNTS FOR THE NEXT DATE.
033600******************************************************************
033700 5200-PRINT-DATE-TOTAL SECTION.
033800     MOVE WS-BREAK-RUN-DATE TO WS-REG-DATE-RUN-DATE
033900     MOVE WS-DATE-PURGE-COUNT TO WS-REG-DATE-COUNT
033950     MOVE WS-DATE-DROP-COUNT TO WS-REG-DATE-DROP-COUNT
034000     PERFORM 5000-WRITE-REG-LINE
034100         THRU 5000-WRITE-REG-LINE-EXIT
034200     MOVE ZERO TO WS-DATE-PURGE-COUNT
034250     MOVE ZERO TO WS-DATE-DROP-COUNT.
034300 5200-PRINT-DATE-TOTAL-EXIT.
034400     EXIT.
034500*
036000     MOVE WS-TOTAL-PURGE-COUNT TO WS-REG-TOTAL-COUNT
036100     PERFORM 5050-WRITE-TOTAL-LINE
036200         THRU 5050-WRITE-TOTAL-LINE-EXIT
036210     MOVE "  OF WHICH LATER VERSIONS" TO WS-REG-TOTAL-TEXT
036220     MOVE WS-TOTAL-LATER-COUNT TO WS-REG-TOTAL-COUNT
036230     PERFORM 5050-WRITE-TOTAL-LINE
036240         THRU 5050-WRITE-TOTAL-LINE-EXIT
036250     MOVE "RECALLED RECORDS DROPPED" TO WS-REG-TOTAL-TEXT
036260     MOVE WS-TOTAL-DROP-COUNT TO WS-REG-TOTAL-COUNT
036270     PERFORM 5050-WRITE-TOTAL-LINE
036280         THRU 5050-WRITE-TOTAL-LINE-EXIT
036300     MOVE "RECORDS LEFT ON THE MASTER" TO WS-REG-TOTAL-TEXT
036400     MOVE WS-RECORDS-KEPT TO WS-REG-TOTAL-COUNT
036500     PERFORM 5050-WRITE-TOTAL-LINE
037000     DISPLAY "DBL150 - MASTER RECORDS READ: " WS-RECORDS-READ
037100     DISPLAY "DBL150 - RECORDS PURGED:      "
037200         WS-TOTAL-PURGE-COUNT
037220     DISPLAY "DBL150 - RECALLED, DROPPED:   "
037240         WS-TOTAL-DROP-COUNT
037300     DISPLAY "DBL150 - RECORDS KEPT:        " WS-RECORDS-KEPT
037333     PERFORM 9950-RECORD-STREAM-END
037366         THRU 9950-RECORD-STREAM-END-EXIT.
037400 9000-TERMINATE-EXIT.
037500     EXIT.
037600*
038400     CLOSE ARCHFILE
038500     CLOSE PURGEREG
038600     MOVE 16 TO RETURN-CODE
038633     PERFORM 9950-RECORD-STREAM-END
038666         THRU 9950-RECORD-STREAM-END-EXIT
038700     STOP RUN.
038800 9900-ABEND-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200*    9950-RECORD-STREAM-END
039300*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
039400*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
039500*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
039600*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
039700*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
039800*    RETURN CODE TO 8.
039900******************************************************************
040000 9950-RECORD-STREAM-END SECTION.
040100     OPEN I-O STRMSTAT
040200     IF WS-STRMSTAT-STATUS NOT = "00"
040300         DISPLAY "DBL150 - UNABLE TO OPEN STRMSTAT - STATUS "
040400             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
040500         IF RETURN-CODE < 8
040600             MOVE 8 TO RETURN-CODE
040700         END-IF
040800         GO TO 9950-RECORD-STREAM-END-EXIT
040900     END-IF
041000     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
041100     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
041200     READ STRMSTAT
041300         INVALID KEY
041400             DISPLAY "DBL150 - STEP START NOT ON STRMSTAT"
041500                 " - STEP END NOT RECORDED"
041600             CLOSE STRMSTAT
041700             IF RETURN-CODE < 8
041800                 MOVE 8 TO RETURN-CODE
041900             END-IF
042000             GO TO 9950-RECORD-STREAM-END-EXIT
042100     END-READ
042200     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
042300     ACCEPT DBLSTRM-END-TIME FROM TIME
042400     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
042500     IF RETURN-CODE < 8
042600         SET DBLSTRM-ENDED-GOOD TO TRUE
042700     ELSE
042800         SET DBLSTRM-ENDED-BAD TO TRUE
042900     END-IF
043000     REWRITE DBLSTRM-RECORD
043100     IF WS-STRMSTAT-STATUS NOT = "00"
043200         DISPLAY "DBL150 - UNABLE TO RECORD STEP END ON "
043300             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
043400         IF RETURN-CODE < 8
043500             MOVE 8 TO RETURN-CODE
043600         END-IF
043700     END-IF
043800     CLOSE STRMSTAT.
043900 9950-RECORD-STREAM-END-EXIT.
044000     EXIT.
