003200*    DATE       INIT  DESCRIPTION
003300*    ---------  ----  -----------------------------------------
003400*    2026-09-02 JRM   ORIGINAL PROGRAM - HISTORY LOAD/PURGE.
003410*    2026-10-15 JRM   CARRIES THE JOURNAL'S ORIGINAL RUN DATE
003420*                     ONTO THE MASTER AND INTO THE REPLAY CHECK.
003431*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
003442*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
003453*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
003464*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
003475*                     THE STEP'S START AND END THERE. AN OVERRIDE
003486*                     CARD FORCES THE STEP AND IS JOURNALED.
003497*    2026-10-15 JRM   CARRIES THE REJECT SOURCE OF A RECYCLE OR
003498*                     WRITE-OFF ENTRY ONTO THE MASTER, AND MOVES
003499*                     AND COMPARES THE NUMBER BYTE FOR BYTE - A
003519*                     WRITTEN-OFF REJECT'S VALUE NEED NOT BE
003539*                     NUMERIC.
003559******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-370.
005200                     ACCESS MODE IS DYNAMIC
005300                     RECORD KEY IS DBLAMST-KEY
005400                     FILE STATUS IS WS-AUDMSTR-STATUS.
005406
005412     SELECT STEPCARD ASSIGN TO STEPCARD
005418                     ORGANIZATION IS SEQUENTIAL
005424                     FILE STATUS IS WS-STEPCARD-STATUS.
005430
005436     SELECT STRMSTAT ASSIGN TO STRMSTAT
005442                     ORGANIZATION IS INDEXED
005448                     ACCESS MODE IS RANDOM
005454                     RECORD KEY IS DBLSTRM-KEY
005460                     FILE STATUS IS WS-STRMSTAT-STATUS.
005466
005472     SELECT OPERMAST ASSIGN TO OPERMAST
005478                     ORGANIZATION IS SEQUENTIAL
005484                     FILE STATUS IS WS-OPERMAST-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDITFILE
006700 FD  AUDMSTR
006800     LABEL RECORDS ARE STANDARD.
006900 COPY DBLAMST.
006906*
006912 FD  STEPCARD
006918     RECORDING MODE IS F
006924     LABEL RECORDS ARE STANDARD.
006930 COPY DBLSCTL.
006936*
006942 FD  STRMSTAT
006948     LABEL RECORDS ARE STANDARD.
006954 COPY DBLSTRM.
006960*
006966 FD  OPERMAST
006972     RECORDING MODE IS F
006978     LABEL RECORDS ARE STANDARD.
006984 COPY DBLOPER.
007000 WORKING-STORAGE SECTION.
007100 01  WS-FILE-STATUS-AREA.
007200     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
007300     05  WS-PURGCARD-STATUS  PIC X(02) VALUE SPACES.
007400     05  WS-AUDMSTR-STATUS   PIC X(02) VALUE SPACES.
007425     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
007450     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
007475     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
007500*
007600 01  WS-SWITCHES.
007700     05  WS-AUDITFILE-EOF-SWITCH PIC X(01) VALUE "N".
008000         88  WS-AUDMSTR-EOF          VALUE "Y".
008100     05  WS-PURGE-WANTED-SWITCH  PIC X(01) VALUE "N".
008200         88  WS-PURGE-WANTED         VALUE "Y".
008207     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
008214         88  WS-FORCE-STEP           VALUE "Y".
008221     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
008228         88  WS-STREAM-REFUSED       VALUE "Y".
008235     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
008242         88  WS-STRM-FOUND           VALUE "Y".
008249     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
008256         88  WS-OPERMAST-EOF         VALUE "Y".
008263     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
008270         88  WS-OPER-FOUND           VALUE "Y".
008277     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
008284         88  WS-OPER-CAN-CORRECT     VALUE "2".
008300*
008400 77  WS-ENTRIES-READ         PIC 9(09) COMP VALUE ZERO.
008500 77  WS-ENTRIES-LOADED       PIC 9(09) COMP VALUE ZERO.
008800 77  WS-COLLISION-COUNT      PIC 9(09) COMP VALUE ZERO.
008900 77  WS-RECORDS-PURGED       PIC 9(09) COMP VALUE ZERO.
009000 77  WS-PURGE-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
009020 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL210".
009040 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
009060 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
009080 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
009100*
009200*    HOLDS THE JUST-BUILT VALUES WHILE A DUPLICATE MASTER KEY
009300*    IS READ BACK AND VERIFIED AS A RELOAD REPLAY.
009400 01  WS-AMST-SAVE-AREA.
009600     05  WS-SAVE-AMST-OPER-ID    PIC X(08) VALUE SPACES.
009700     05  WS-SAVE-AMST-NUMBER-X   PIC X(05) VALUE SPACES.
009800     05  WS-SAVE-AMST-RESULT     PIC 9(07) VALUE ZERO.
009900     05  WS-SAVE-AMST-TARGET-ID  PIC X(08) VALUE SPACES.
009910     05  WS-SAVE-AMST-OLD-AUTH   PIC X(01) VALUE SPACE.
009920     05  WS-SAVE-AMST-NEW-AUTH   PIC X(01) VALUE SPACE.
009930     05  WS-SAVE-AMST-ORIG-DATE  PIC X(08) VALUE SPACES.
009940     05  WS-SAVE-AMST-REJ-SOURCE PIC X(01) VALUE SPACE.
010000*
010025*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
010050*    AGAINST.
010075 COPY DBLSTRQ.
010100 PROCEDURE DIVISION.
010200*
010300******************************************************************
012600*    JOURNAL READ.
012700******************************************************************
012800 1000-INITIALIZE SECTION.
012833     PERFORM 1100-CHECK-STREAM
012866         THRU 1100-CHECK-STREAM-EXIT
012900     OPEN INPUT PURGCARD
013000     IF WS-PURGCARD-STATUS NOT = "00"
013100         DISPLAY "DBL210 - UNABLE TO OPEN PURGCARD - STATUS "
018400         THRU 2100-READ-AUDITFILE-EXIT.
018500 1000-INITIALIZE-EXIT.
018600     EXIT.
018601*
018602******************************************************************
018603*    1100-CHECK-STREAM
018604*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
018605*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
018606*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
018607*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
018608*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
018609*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
018610*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
018611******************************************************************
018612 1100-CHECK-STREAM SECTION.
018613     OPEN INPUT STEPCARD
018614     IF WS-STEPCARD-STATUS NOT = "00"
018615         DISPLAY "DBL210 - UNABLE TO OPEN STEPCARD - STATUS "
018616             WS-STEPCARD-STATUS
018617         MOVE 16 TO RETURN-CODE
018618         STOP RUN
018619     END-IF
018620     READ STEPCARD
018621         AT END
018622             DISPLAY "DBL210 - STEPCARD IS EMPTY - NO STEP "
018623                 "CONTROL CARD"
018624             CLOSE STEPCARD
018625             MOVE 16 TO RETURN-CODE
018626             STOP RUN
018627     END-READ
018628     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
018629         OR DBLSCTL-BUS-DATE = ZERO
018630         DISPLAY "DBL210 - STEPCARD BUSINESS DATE NOT VALID: "
018631             DBLSCTL-BUS-DATE-X
018632         CLOSE STEPCARD
018633         MOVE 16 TO RETURN-CODE
018634         STOP RUN
018635     END-IF
018636     IF DBLSCTL-OPERATOR-ID = SPACES
018637         DISPLAY "DBL210 - STEPCARD OPERATOR ID IS BLANK"
018638         CLOSE STEPCARD
018639         MOVE 16 TO RETURN-CODE
018640         STOP RUN
018641     END-IF
018642     EVALUATE TRUE
018643         WHEN DBLSCTL-FORCE-STEP
018644             SET WS-FORCE-STEP TO TRUE
018645         WHEN DBLSCTL-NORMAL-STEP
018646             CONTINUE
018647         WHEN OTHER
018648             DISPLAY "DBL210 - STEPCARD FORCE FLAG NOT F OR N: "
018649                 DBLSCTL-FORCE-FLAG
018650             CLOSE STEPCARD
018651             MOVE 16 TO RETURN-CODE
018652             STOP RUN
018653     END-EVALUATE
018654     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
018655     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
018656     CLOSE STEPCARD
018657     IF WS-FORCE-STEP
018658         PERFORM 1120-CHECK-OVERRIDE-OPER
018659             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
018660     END-IF
018661*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
018662*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
018663*    CREATE IT EMPTY AND REOPEN.
018664     OPEN I-O STRMSTAT
018665     IF WS-STRMSTAT-STATUS = "35"
018666         OPEN OUTPUT STRMSTAT
018667         IF WS-STRMSTAT-STATUS = "00"
018668             CLOSE STRMSTAT
018669             OPEN I-O STRMSTAT
018670         END-IF
018671     END-IF
018672     IF WS-STRMSTAT-STATUS NOT = "00"
018673         DISPLAY "DBL210 - UNABLE TO OPEN STRMSTAT - STATUS "
018674             WS-STRMSTAT-STATUS
018675         MOVE 16 TO RETURN-CODE
018676         STOP RUN
018677     END-IF
018678     IF NOT WS-FORCE-STEP
018679         PERFORM 1110-CHECK-ONE-PREDECESSOR
018680             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
018681             VARYING WS-STRQ-SUB FROM 1 BY 1
018682             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
018683                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
018684                     = WS-STREAM-STEP-ID
018685     END-IF
018686     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
018687     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
018688     READ STRMSTAT
018689         INVALID KEY
018690             MOVE "N" TO WS-STRM-FOUND-SWITCH
018691         NOT INVALID KEY
018692             SET WS-STRM-FOUND TO TRUE
018693     END-READ
018694     IF WS-STRM-FOUND
018695         AND DBLSTRM-ENDED-GOOD
018696         AND NOT WS-FORCE-STEP
018697         DISPLAY "DBL210 - ALREADY ENDED GOOD FOR "
018698             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
018699         SET WS-STREAM-REFUSED TO TRUE
018700     END-IF
018701     IF WS-STREAM-REFUSED
018702         DISPLAY "DBL210 - STEP REFUSED FOR " WS-BUSINESS-DATE
018703             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
018704         CLOSE STRMSTAT
018705         MOVE 16 TO RETURN-CODE
018706         STOP RUN
018707     END-IF
018708     IF WS-FORCE-STEP
018709         PERFORM 1130-JOURNAL-OVERRIDE
018710             THRU 1130-JOURNAL-OVERRIDE-EXIT
018711     END-IF
018712     PERFORM 1140-RECORD-STREAM-START
018713         THRU 1140-RECORD-STREAM-START-EXIT
018714     CLOSE STRMSTAT.
018715 1100-CHECK-STREAM-EXIT.
018716     EXIT.
018717*
018718******************************************************************
018719*    1110-CHECK-ONE-PREDECESSOR
018720*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
018721*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
018722*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
018723******************************************************************
018724 1110-CHECK-ONE-PREDECESSOR SECTION.
018725     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
018726     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
018727     READ STRMSTAT
018728         INVALID KEY
018729             DISPLAY "DBL210 - PREDECESSOR "
018730                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
018731                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
018732             SET WS-STREAM-REFUSED TO TRUE
018733             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
018734     END-READ
018735     IF NOT DBLSTRM-ENDED-GOOD
018736         DISPLAY "DBL210 - PREDECESSOR " DBLSTRM-STEP-ID
018737             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
018738             " - STATE " DBLSTRM-STATE
018739             " RC " DBLSTRM-RETURN-CODE
018740         SET WS-STREAM-REFUSED TO TRUE
018741     END-IF.
018742 1110-CHECK-ONE-PREDECESSOR-EXIT.
018743     EXIT.
018744*
018745******************************************************************
018746*    1120-CHECK-OVERRIDE-OPER
018747*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
018748*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
018749*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
018750******************************************************************
018751 1120-CHECK-OVERRIDE-OPER SECTION.
018752     OPEN INPUT OPERMAST
018753     IF WS-OPERMAST-STATUS NOT = "00"
018754         DISPLAY "DBL210 - UNABLE TO OPEN OPERMAST - STATUS "
018755             WS-OPERMAST-STATUS
018756         MOVE 16 TO RETURN-CODE
018757         STOP RUN
018758     END-IF
018759     PERFORM 1121-MATCH-ONE-OPERATOR
018760         THRU 1121-MATCH-ONE-OPERATOR-EXIT
018761         UNTIL WS-OPERMAST-EOF
018762             OR WS-OPER-FOUND
018763     CLOSE OPERMAST
018764     IF NOT WS-OPER-FOUND
018765         OR NOT WS-OPER-CAN-CORRECT
018766         DISPLAY "DBL210 - OVERRIDE REFUSED - OPERATOR "
018767             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
018768         MOVE 16 TO RETURN-CODE
018769         STOP RUN
018770     END-IF.
018771 1120-CHECK-OVERRIDE-OPER-EXIT.
018772     EXIT.
018773*
018774 1121-MATCH-ONE-OPERATOR SECTION.
018775     READ OPERMAST
018776         AT END
018777             SET WS-OPERMAST-EOF TO TRUE
018778         NOT AT END
018779             IF DBLOPER-ID = WS-STEP-OPERATOR-ID
018780                 SET WS-OPER-FOUND TO TRUE
018781                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
018782             END-IF
018783     END-READ.
018784 1121-MATCH-ONE-OPERATOR-EXIT.
018785     EXIT.
018786*
018787******************************************************************
018788*    1130-JOURNAL-OVERRIDE
018789*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
018790*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
018791*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
018792******************************************************************
018793 1130-JOURNAL-OVERRIDE SECTION.
018794     OPEN EXTEND AUDITFILE
018795     IF WS-AUDITFILE-STATUS = "35"
018796         OPEN OUTPUT AUDITFILE
018797     END-IF
018798     IF WS-AUDITFILE-STATUS NOT = "00"
018799         DISPLAY "DBL210 - UNABLE TO OPEN AUDITFILE - STATUS "
018800             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
018801         CLOSE STRMSTAT
018802         MOVE 16 TO RETURN-CODE
018803         STOP RUN
018804     END-IF
018805     MOVE SPACES TO DBLAUD-RECORD
018806     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
018807     ACCEPT DBLAUD-TIME FROM TIME
018808     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
018809     MOVE ZERO TO DBLAUD-NUMBER
018810     MOVE ZERO TO DBLAUD-RESULT
018811     SET DBLAUD-IS-FORCED-STEP TO TRUE
018812     MOVE ZERO TO DBLAUD-SEQUENCE-NO
018813     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
018814     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
018815     WRITE DBLAUD-RECORD
018816     CLOSE AUDITFILE
018817     DISPLAY "DBL210 - STEP FORCED FOR " WS-BUSINESS-DATE
018818         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
018819 1130-JOURNAL-OVERRIDE-EXIT.
018820     EXIT.
018821*
018822******************************************************************
018823*    1140-RECORD-STREAM-START
018824*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
018825*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
018826*    RECORD AND BUMPS ITS RUN COUNT.
018827******************************************************************
018828 1140-RECORD-STREAM-START SECTION.
018829     IF NOT WS-STRM-FOUND
018830         MOVE SPACES TO DBLSTRM-RECORD
018831         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
018832         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
018833         MOVE ZERO TO DBLSTRM-RUN-COUNT
018834     END-IF
018835     SET DBLSTRM-STARTED TO TRUE
018836     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
018837     ACCEPT DBLSTRM-START-TIME FROM TIME
018838     MOVE ZERO TO DBLSTRM-END-DATE
018839     MOVE ZERO TO DBLSTRM-END-TIME
018840     MOVE ZERO TO DBLSTRM-RETURN-CODE
018841     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
018842     IF WS-FORCE-STEP
018843         MOVE "Y" TO DBLSTRM-FORCED-FLAG
018844     ELSE
018845         MOVE "N" TO DBLSTRM-FORCED-FLAG
018846     END-IF
018847     ADD 1 TO DBLSTRM-RUN-COUNT
018848     IF WS-STRM-FOUND
018849         REWRITE DBLSTRM-RECORD
018850     ELSE
018851         WRITE DBLSTRM-RECORD
018852     END-IF
018853     IF WS-STRMSTAT-STATUS NOT = "00"
018854         DISPLAY "DBL210 - UNABLE TO RECORD STEP START ON "
018855             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
018856         CLOSE STRMSTAT
018857         MOVE 16 TO RETURN-CODE
018858         STOP RUN
018859     END-IF.
018860 1140-RECORD-STREAM-START-EXIT.
018861     EXIT.
018862*
018863******************************************************************
018900*    2000-LOAD-ONE-ENTRY
019000*    LOADS THE CURRENT JOURNAL ENTRY ONTO THE MASTER, SKIPPING
019100*    AN ENTRY THAT CANNOT BE KEYED, THEN READS THE NEXT.
020100     MOVE DBLAUD-ACTION-CODE TO DBLAMST-ACTION-CODE
020200     MOVE DBLAUD-TIME TO DBLAMST-TIME
020300     MOVE DBLAUD-OPERATOR-ID TO DBLAMST-OPERATOR-ID
020400     MOVE DBLAUD-NUMBER-X TO DBLAMST-NUMBER-X
020500     MOVE DBLAUD-RESULT TO DBLAMST-RESULT
020600     MOVE DBLAUD-TARGET-ID TO DBLAMST-TARGET-ID
020700     MOVE DBLAUD-OLD-AUTHORITY TO DBLAMST-OLD-AUTHORITY
020800     MOVE DBLAUD-NEW-AUTHORITY TO DBLAMST-NEW-AUTHORITY
020810     MOVE DBLAUD-ORIG-RUN-DATE-X TO DBLAMST-ORIG-RUN-DATE-X
020820     MOVE DBLAUD-REJ-SOURCE TO DBLAMST-REJ-SOURCE
020900     WRITE DBLAMST-RECORD
021000         INVALID KEY
021100             PERFORM 2200-VERIFY-MASTER-REPLAY
024410******************************************************************
024500 2200-VERIFY-MASTER-REPLAY SECTION.
024700     MOVE DBLAMST-OPERATOR-ID TO WS-SAVE-AMST-OPER-ID
024800     MOVE DBLAMST-NUMBER-X TO WS-SAVE-AMST-NUMBER-X
024900     MOVE DBLAMST-RESULT TO WS-SAVE-AMST-RESULT
025000     MOVE DBLAMST-TARGET-ID TO WS-SAVE-AMST-TARGET-ID
025010     MOVE DBLAMST-OLD-AUTHORITY TO WS-SAVE-AMST-OLD-AUTH
025020     MOVE DBLAMST-NEW-AUTHORITY TO WS-SAVE-AMST-NEW-AUTH
025030     MOVE DBLAMST-ORIG-RUN-DATE-X TO WS-SAVE-AMST-ORIG-DATE
025040     MOVE DBLAMST-REJ-SOURCE TO WS-SAVE-AMST-REJ-SOURCE
025100     READ AUDMSTR
025200         INVALID KEY
025300             DISPLAY "DBL210 - AUDMSTR READ-BACK FAILED - "
025800             STOP RUN
025900     END-READ
026000     IF DBLAMST-OPERATOR-ID = WS-SAVE-AMST-OPER-ID
026200         AND DBLAMST-NUMBER-X = WS-SAVE-AMST-NUMBER-X
026300         AND DBLAMST-RESULT = WS-SAVE-AMST-RESULT
026400         AND DBLAMST-TARGET-ID = WS-SAVE-AMST-TARGET-ID
026410         AND DBLAMST-OLD-AUTHORITY = WS-SAVE-AMST-OLD-AUTH
026420         AND DBLAMST-NEW-AUTHORITY = WS-SAVE-AMST-NEW-AUTH
026430         AND DBLAMST-ORIG-RUN-DATE-X = WS-SAVE-AMST-ORIG-DATE
026440         AND DBLAMST-REJ-SOURCE = WS-SAVE-AMST-REJ-SOURCE
026500         ADD 1 TO WS-REPLAY-COUNT
026600     ELSE
026700         ADD 1 TO WS-COLLISION-COUNT
033900     DISPLAY "DBL210 - KEY COLLISIONS:        "
034000         WS-COLLISION-COUNT
034100     DISPLAY "DBL210 - RECORDS PURGED:        "
034200         WS-RECORDS-PURGED
034233     PERFORM 9950-RECORD-STREAM-END
034266         THRU 9950-RECORD-STREAM-END-EXIT.
034300 9000-TERMINATE-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*    9950-RECORD-STREAM-END
034800*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
034900*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
035000*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
035100*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
035200*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
035300*    RETURN CODE TO 8.
035400******************************************************************
035500 9950-RECORD-STREAM-END SECTION.
035600     OPEN I-O STRMSTAT
035700     IF WS-STRMSTAT-STATUS NOT = "00"
035800         DISPLAY "DBL210 - UNABLE TO OPEN STRMSTAT - STATUS "
035900             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
036000         IF RETURN-CODE < 8
036100             MOVE 8 TO RETURN-CODE
036200         END-IF
036300         GO TO 9950-RECORD-STREAM-END-EXIT
036400     END-IF
036500     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
036600     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
036700     READ STRMSTAT
036800         INVALID KEY
036900             DISPLAY "DBL210 - STEP START NOT ON STRMSTAT"
037000                 " - STEP END NOT RECORDED"
037100             CLOSE STRMSTAT
037200             IF RETURN-CODE < 8
037300                 MOVE 8 TO RETURN-CODE
037400             END-IF
037500             GO TO 9950-RECORD-STREAM-END-EXIT
037600     END-READ
037700     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
037800     ACCEPT DBLSTRM-END-TIME FROM TIME
037900     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
038000     IF RETURN-CODE < 8
038100         SET DBLSTRM-ENDED-GOOD TO TRUE
038200     ELSE
038300         SET DBLSTRM-ENDED-BAD TO TRUE
038400     END-IF
038500     REWRITE DBLSTRM-RECORD
038600     IF WS-STRMSTAT-STATUS NOT = "00"
038700         DISPLAY "DBL210 - UNABLE TO RECORD STEP END ON "
038800             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
038900         IF RETURN-CODE < 8
039000             MOVE 8 TO RETURN-CODE
039100         END-IF
039200     END-IF
039300     CLOSE STRMSTAT.
039400 9950-RECORD-STREAM-END-EXIT.
039500     EXIT.
