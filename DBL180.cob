002900*    DATE       INIT  DESCRIPTION
003000*    ---------  ----  -----------------------------------------
003100*    2026-09-02 JRM   ORIGINAL PROGRAM - RETURNS PROCESSOR.
003114*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
003128*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
003142*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
003156*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
003170*                     THE STEP'S START AND END THERE. AN OVERRIDE
003184*                     CARD FORCES THE STEP AND IS JOURNALED.
003189*    2026-10-15 JRM   EXTENDED THE INTERFACE CONTROL REPLACING
003194*                     LIST FOR THE NEW DBLINTF-SOURCE-ID FIELD.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005500     SELECT RETREG   ASSIGN TO RETREG
005600                     ORGANIZATION IS SEQUENTIAL
005700                     FILE STATUS IS WS-RETREG-STATUS.
005705
005710     SELECT STEPCARD ASSIGN TO STEPCARD
005715                     ORGANIZATION IS SEQUENTIAL
005720                     FILE STATUS IS WS-STEPCARD-STATUS.
005725
005730     SELECT STRMSTAT ASSIGN TO STRMSTAT
005735                     ORGANIZATION IS INDEXED
005740                     ACCESS MODE IS RANDOM
005745                     RECORD KEY IS DBLSTRM-KEY
005750                     FILE STATUS IS WS-STRMSTAT-STATUS.
005755
005760     SELECT OPERMAST ASSIGN TO OPERMAST
005765                     ORGANIZATION IS SEQUENTIAL
005770                     FILE STATUS IS WS-OPERMAST-STATUS.
005775
005780     SELECT AUDITFILE ASSIGN TO AUDITFILE
005785                     ORGANIZATION IS SEQUENTIAL
005790                     FILE STATUS IS WS-AUDITFILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RETFILE
007800               ==DBLINTF-REC-TYPE==      BY ==ICTL-REC-TYPE==
007900               ==DBLINTF-IS-DETAIL==     BY ==ICTL-IS-DETAIL==
008000               ==DBLINTF-IS-CONTROL==    BY ==ICTL-IS-CONTROL==
008010               ==DBLINTF-IS-REVERSAL==   BY ==ICTL-IS-REVERSAL==
008020               ==DBLINTF-IS-REPLACEMENT==
008025               BY ==ICTL-IS-REPLACEMENT==
008030               ==DBLINTF-IS-ADJUSTMENT== BY ==ICTL-IS-ADJUSTMENT==
008040               ==DBLINTF-IS-ADJ-CONTROL==
008090               BY ==ICTL-IS-ADJ-CONTROL==
008100               ==DBLINTF-DETAIL-AREA==   BY ==ICTL-DETAIL-AREA==
008200               ==DBLINTF-RUN-DATE==      BY ==ICTL-RUN-DATE==
008300               ==DBLINTF-SEQUENCE-NO==   BY ==ICTL-SEQUENCE-NO==
008500               ==DBLINTF-RESULT==        BY ==ICTL-RESULT==
008600               ==DBLINTF-OP-CODE==       BY ==ICTL-OP-CODE==
008700               ==DBLINTF-MARKUP-PCT==    BY ==ICTL-MARKUP-PCT==
008750               ==DBLINTF-SOURCE-ID==     BY ==ICTL-SOURCE-ID==
008800               ==DBLINTF-CONTROL-AREA==  BY ==ICTL-CONTROL-AREA==
008900               ==DBLINTF-CTL-SENT-DATE== BY ==ICTL-CTL-SENT-DATE==
009000               ==DBLINTF-CTL-REC-COUNT== BY ==ICTL-CTL-REC-COUNT==
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  RETREG-LINE                 PIC X(132).
010505*
010510 FD  STEPCARD
010515     RECORDING MODE IS F
010520     LABEL RECORDS ARE STANDARD.
010525 COPY DBLSCTL.
010530*
010535 FD  STRMSTAT
010540     LABEL RECORDS ARE STANDARD.
010545 COPY DBLSTRM.
010550*
010555 FD  OPERMAST
010560     RECORDING MODE IS F
010565     LABEL RECORDS ARE STANDARD.
010570 COPY DBLOPER.
010575*
010580 FD  AUDITFILE
010585     RECORDING MODE IS F
010590     LABEL RECORDS ARE STANDARD.
010595 COPY DBLAUD.
010600 WORKING-STORAGE SECTION.
010700 01  WS-FILE-STATUS-AREA.
010800     05  WS-RETFILE-STATUS   PIC X(02) VALUE SPACES.
011000     05  WS-ICTLFILE-STATUS  PIC X(02) VALUE SPACES.
011100     05  WS-RETSUSP-STATUS   PIC X(02) VALUE SPACES.
011200     05  WS-RETREG-STATUS    PIC X(02) VALUE SPACES.
011220     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
011240     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
011260     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
011280     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
011300*
011400 01  WS-SWITCHES.
011500     05  WS-RETFILE-EOF-SWITCH   PIC X(01) VALUE "N".
011800         88  WS-INTFOUT-EOF          VALUE "Y".
011900     05  WS-ICTLFILE-EOF-SWITCH  PIC X(01) VALUE "N".
012000         88  WS-ICTLFILE-EOF         VALUE "Y".
012007     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
012014         88  WS-FORCE-STEP           VALUE "Y".
012021     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
012028         88  WS-STREAM-REFUSED       VALUE "Y".
012035     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
012042         88  WS-STRM-FOUND           VALUE "Y".
012049     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
012056         88  WS-OPERMAST-EOF         VALUE "Y".
012063     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
012070         88  WS-OPER-FOUND           VALUE "Y".
012077     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
012084         88  WS-OPER-CAN-CORRECT     VALUE "2".
012100*
012200 77  WS-RETURNS-READ         PIC 9(04) COMP VALUE ZERO.
012300 77  WS-RETURNS-MATCHED      PIC 9(04) COMP VALUE ZERO.
013000 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
013100 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
013200 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
013220 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL180".
013240 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
013260 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
013280 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
013300*
013400*    THE RETURNS FILE IS LOADED HERE ONCE SO ONE SEQUENTIAL
013500*    PASS OVER THE INTERFACE EXTRACT CAN PROVE EVERY RETURN.
017900     05  WS-REG-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
018000     05  FILLER                  PIC X(91) VALUE SPACES.
018100*
018125*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
018150*    AGAINST.
018175 COPY DBLSTRQ.
018200 PROCEDURE DIVISION.
018300*
018400******************************************************************
020400*    A STATUS CHECK AFTER EVERY OPEN.
020500******************************************************************
020600 1000-INITIALIZE SECTION.
020633     PERFORM 1100-CHECK-STREAM
020666         THRU 1100-CHECK-STREAM-EXIT
020700     OPEN INPUT RETFILE
020800     IF WS-RETFILE-STATUS NOT = "00"
020900         DISPLAY "DBL180 - UNABLE TO OPEN RETFILE - STATUS "
032400     END-READ.
032500 1020-COUNT-ONE-ICTL-EXIT.
032600     EXIT.
032601*
032602******************************************************************
032603*    1100-CHECK-STREAM
032604*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
032605*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
032606*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
032607*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
032608*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
032609*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
032610*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
032611******************************************************************
032612 1100-CHECK-STREAM SECTION.
032613     OPEN INPUT STEPCARD
032614     IF WS-STEPCARD-STATUS NOT = "00"
032615         DISPLAY "DBL180 - UNABLE TO OPEN STEPCARD - STATUS "
032616             WS-STEPCARD-STATUS
032617         MOVE 16 TO RETURN-CODE
032618         STOP RUN
032619     END-IF
032620     READ STEPCARD
032621         AT END
032622             DISPLAY "DBL180 - STEPCARD IS EMPTY - NO STEP "
032623                 "CONTROL CARD"
032624             CLOSE STEPCARD
032625             MOVE 16 TO RETURN-CODE
032626             STOP RUN
032627     END-READ
032628     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
032629         OR DBLSCTL-BUS-DATE = ZERO
032630         DISPLAY "DBL180 - STEPCARD BUSINESS DATE NOT VALID: "
032631             DBLSCTL-BUS-DATE-X
032632         CLOSE STEPCARD
032633         MOVE 16 TO RETURN-CODE
032634         STOP RUN
032635     END-IF
032636     IF DBLSCTL-OPERATOR-ID = SPACES
032637         DISPLAY "DBL180 - STEPCARD OPERATOR ID IS BLANK"
032638         CLOSE STEPCARD
032639         MOVE 16 TO RETURN-CODE
032640         STOP RUN
032641     END-IF
032642     EVALUATE TRUE
032643         WHEN DBLSCTL-FORCE-STEP
032644             SET WS-FORCE-STEP TO TRUE
032645         WHEN DBLSCTL-NORMAL-STEP
032646             CONTINUE
032647         WHEN OTHER
032648             DISPLAY "DBL180 - STEPCARD FORCE FLAG NOT F OR N: "
032649                 DBLSCTL-FORCE-FLAG
032650             CLOSE STEPCARD
032651             MOVE 16 TO RETURN-CODE
032652             STOP RUN
032653     END-EVALUATE
032654     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
032655     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
032656     CLOSE STEPCARD
032657     IF WS-FORCE-STEP
032658         PERFORM 1120-CHECK-OVERRIDE-OPER
032659             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
032660     END-IF
032661*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
032662*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
032663*    CREATE IT EMPTY AND REOPEN.
032664     OPEN I-O STRMSTAT
032665     IF WS-STRMSTAT-STATUS = "35"
032666         OPEN OUTPUT STRMSTAT
032667         IF WS-STRMSTAT-STATUS = "00"
032668             CLOSE STRMSTAT
032669             OPEN I-O STRMSTAT
032670         END-IF
032671     END-IF
032672     IF WS-STRMSTAT-STATUS NOT = "00"
032673         DISPLAY "DBL180 - UNABLE TO OPEN STRMSTAT - STATUS "
032674             WS-STRMSTAT-STATUS
032675         MOVE 16 TO RETURN-CODE
032676         STOP RUN
032677     END-IF
032678     IF NOT WS-FORCE-STEP
032679         PERFORM 1110-CHECK-ONE-PREDECESSOR
032680             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
032681             VARYING WS-STRQ-SUB FROM 1 BY 1
032682             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
032683                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
032684                     = WS-STREAM-STEP-ID
032685     END-IF
032686     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032687     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
032688     READ STRMSTAT
032689         INVALID KEY
032690             MOVE "N" TO WS-STRM-FOUND-SWITCH
032691         NOT INVALID KEY
032692             SET WS-STRM-FOUND TO TRUE
032693     END-READ
032694     IF WS-STRM-FOUND
032695         AND DBLSTRM-ENDED-GOOD
032696         AND NOT WS-FORCE-STEP
032697         DISPLAY "DBL180 - ALREADY ENDED GOOD FOR "
032698             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
032699         SET WS-STREAM-REFUSED TO TRUE
032700     END-IF
032701     IF WS-STREAM-REFUSED
032702         DISPLAY "DBL180 - STEP REFUSED FOR " WS-BUSINESS-DATE
032703             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
032704         CLOSE STRMSTAT
032705         MOVE 16 TO RETURN-CODE
032706         STOP RUN
032707     END-IF
032708     IF WS-FORCE-STEP
032709         PERFORM 1130-JOURNAL-OVERRIDE
032710             THRU 1130-JOURNAL-OVERRIDE-EXIT
032711     END-IF
032712     PERFORM 1140-RECORD-STREAM-START
032713         THRU 1140-RECORD-STREAM-START-EXIT
032714     CLOSE STRMSTAT.
032715 1100-CHECK-STREAM-EXIT.
032716     EXIT.
032717*
032718******************************************************************
032719*    1110-CHECK-ONE-PREDECESSOR
032720*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
032721*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
032722*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
032723******************************************************************
032724 1110-CHECK-ONE-PREDECESSOR SECTION.
032725     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032726     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
032727     READ STRMSTAT
032728         INVALID KEY
032729             DISPLAY "DBL180 - PREDECESSOR "
032730                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
032731                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
032732             SET WS-STREAM-REFUSED TO TRUE
032733             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
032734     END-READ
032735     IF NOT DBLSTRM-ENDED-GOOD
032736         DISPLAY "DBL180 - PREDECESSOR " DBLSTRM-STEP-ID
032737             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
032738             " - STATE " DBLSTRM-STATE
032739             " RC " DBLSTRM-RETURN-CODE
032740         SET WS-STREAM-REFUSED TO TRUE
032741     END-IF.
032742 1110-CHECK-ONE-PREDECESSOR-EXIT.
032743     EXIT.
032744*
032745******************************************************************
032746*    1120-CHECK-OVERRIDE-OPER
032747*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
032748*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
032749*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
032750******************************************************************
032751 1120-CHECK-OVERRIDE-OPER SECTION.
032752     OPEN INPUT OPERMAST
032753     IF WS-OPERMAST-STATUS NOT = "00"
032754         DISPLAY "DBL180 - UNABLE TO OPEN OPERMAST - STATUS "
032755             WS-OPERMAST-STATUS
032756         MOVE 16 TO RETURN-CODE
032757         STOP RUN
032758     END-IF
032759     PERFORM 1121-MATCH-ONE-OPERATOR
032760         THRU 1121-MATCH-ONE-OPERATOR-EXIT
032761         UNTIL WS-OPERMAST-EOF
032762             OR WS-OPER-FOUND
032763     CLOSE OPERMAST
032764     IF NOT WS-OPER-FOUND
032765         OR NOT WS-OPER-CAN-CORRECT
032766         DISPLAY "DBL180 - OVERRIDE REFUSED - OPERATOR "
032767             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
032768         MOVE 16 TO RETURN-CODE
032769         STOP RUN
032770     END-IF.
032771 1120-CHECK-OVERRIDE-OPER-EXIT.
032772     EXIT.
032773*
032774 1121-MATCH-ONE-OPERATOR SECTION.
032775     READ OPERMAST
032776         AT END
032777             SET WS-OPERMAST-EOF TO TRUE
032778         NOT AT END
032779             IF DBLOPER-ID = WS-STEP-OPERATOR-ID
032780                 SET WS-OPER-FOUND TO TRUE
032781                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
032782             END-IF
032783     END-READ.
032784 1121-MATCH-ONE-OPERATOR-EXIT.
032785     EXIT.
032786*
032787******************************************************************
032788*    1130-JOURNAL-OVERRIDE
032789*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
032790*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
032791*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
032792******************************************************************
032793 1130-JOURNAL-OVERRIDE SECTION.
032794     OPEN EXTEND AUDITFILE
032795     IF WS-AUDITFILE-STATUS = "35"
032796         OPEN OUTPUT AUDITFILE
032797     END-IF
032798     IF WS-AUDITFILE-STATUS NOT = "00"
032799         DISPLAY "DBL180 - UNABLE TO OPEN AUDITFILE - STATUS "
032800             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
032801         CLOSE STRMSTAT
032802         MOVE 16 TO RETURN-CODE
032803         STOP RUN
032804     END-IF
032805     MOVE SPACES TO DBLAUD-RECORD
032806     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
032807     ACCEPT DBLAUD-TIME FROM TIME
032808     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
032809     MOVE ZERO TO DBLAUD-NUMBER
032810     MOVE ZERO TO DBLAUD-RESULT
032811     SET DBLAUD-IS-FORCED-STEP TO TRUE
032812     MOVE ZERO TO DBLAUD-SEQUENCE-NO
032813     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
032814     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
032815     WRITE DBLAUD-RECORD
032816     CLOSE AUDITFILE
032817     DISPLAY "DBL180 - STEP FORCED FOR " WS-BUSINESS-DATE
032818         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
032819 1130-JOURNAL-OVERRIDE-EXIT.
032820     EXIT.
032821*
032822******************************************************************
032823*    1140-RECORD-STREAM-START
032824*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
032825*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
032826*    RECORD AND BUMPS ITS RUN COUNT.
032827******************************************************************
032828 1140-RECORD-STREAM-START SECTION.
032829     IF NOT WS-STRM-FOUND
032830         MOVE SPACES TO DBLSTRM-RECORD
032831         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032832         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
032833         MOVE ZERO TO DBLSTRM-RUN-COUNT
032834     END-IF
032835     SET DBLSTRM-STARTED TO TRUE
032836     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
032837     ACCEPT DBLSTRM-START-TIME FROM TIME
032838     MOVE ZERO TO DBLSTRM-END-DATE
032839     MOVE ZERO TO DBLSTRM-END-TIME
032840     MOVE ZERO TO DBLSTRM-RETURN-CODE
032841     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
032842     IF WS-FORCE-STEP
032843         MOVE "Y" TO DBLSTRM-FORCED-FLAG
032844     ELSE
032845         MOVE "N" TO DBLSTRM-FORCED-FLAG
032846     END-IF
032847     ADD 1 TO DBLSTRM-RUN-COUNT
032848     IF WS-STRM-FOUND
032849         REWRITE DBLSTRM-RECORD
032850     ELSE
032851         WRITE DBLSTRM-RECORD
032852     END-IF
032853     IF WS-STRMSTAT-STATUS NOT = "00"
032854         DISPLAY "DBL180 - UNABLE TO RECORD STEP START ON "
032855             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
032856         CLOSE STRMSTAT
032857         MOVE 16 TO RETURN-CODE
032858         STOP RUN
032859     END-IF.
032860 1140-RECORD-STREAM-START-EXIT.
032861     EXIT.
032862*
032863******************************************************************
032900*    2000-PROVE-ONE-INTF
033000*    READS ONE INTERFACE EXTRACT RECORD AND, FOR A DETAIL,
033100*    LOOKS FOR A PENDING RETURN WITH ITS RUN DATE AND SEQUENCE
051600     DISPLAY "DBL180 - MATCHED:          " WS-RETURNS-MATCHED
051700     DISPLAY "DBL180 - CONTENT DIFFERS:  " WS-RETURNS-MISMATCHED
051800     DISPLAY "DBL180 - UNMATCHED:        " WS-RETURNS-UNMATCHED
051900     DISPLAY "DBL180 - INVALID RECORDS:  " WS-RETURNS-INVALID
051933     PERFORM 9950-RECORD-STREAM-END
051966         THRU 9950-RECORD-STREAM-END-EXIT.
052000 9000-TERMINATE-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400*    9950-RECORD-STREAM-END
052500*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
052600*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
052700*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
052800*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
052900*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
053000*    RETURN CODE TO 8.
053100******************************************************************
053200 9950-RECORD-STREAM-END SECTION.
053300     OPEN I-O STRMSTAT
053400     IF WS-STRMSTAT-STATUS NOT = "00"
053500         DISPLAY "DBL180 - UNABLE TO OPEN STRMSTAT - STATUS "
053600             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
053700         IF RETURN-CODE < 8
053800             MOVE 8 TO RETURN-CODE
053900         END-IF
054000         GO TO 9950-RECORD-STREAM-END-EXIT
054100     END-IF
054200     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
054300     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
054400     READ STRMSTAT
054500         INVALID KEY
054600             DISPLAY "DBL180 - STEP START NOT ON STRMSTAT"
054700                 " - STEP END NOT RECORDED"
054800             CLOSE STRMSTAT
054900             IF RETURN-CODE < 8
055000                 MOVE 8 TO RETURN-CODE
055100             END-IF
055200             GO TO 9950-RECORD-STREAM-END-EXIT
055300     END-READ
055400     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
055500     ACCEPT DBLSTRM-END-TIME FROM TIME
055600     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
055700     IF RETURN-CODE < 8
055800         SET DBLSTRM-ENDED-GOOD TO TRUE
055900     ELSE
056000         SET DBLSTRM-ENDED-BAD TO TRUE
056100     END-IF
056200     REWRITE DBLSTRM-RECORD
056300     IF WS-STRMSTAT-STATUS NOT = "00"
056400         DISPLAY "DBL180 - UNABLE TO RECORD STEP END ON "
056500             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
056600         IF RETURN-CODE < 8
056700             MOVE 8 TO RETURN-CODE
056800         END-IF
056900     END-IF
057000     CLOSE STRMSTAT.
057100 9950-RECORD-STREAM-END-EXIT.
057200     EXIT.
