001200*    COUNTERS ARE WRONG THERE IS NOTHING NEUTRAL TO BALANCE
001300*    AGAINST. THIS JOB, RUN AFTER DBL100 IN THE NIGHTLY STREAM,
001400*    INDEPENDENTLY RE-READS TRANIN, RESULTOUT, EXCPFILE,
001500*    ERRFILE, HOLDFILE, INTFOUT, AND THE RUN'S LAST STATFILE
001550*    RECORD, RECOMPUTES EVERY COUNT AND HASH FROM THE RAW
001600*    RECORDS, AND PRINTS A ONE-PAGE PROOF SHEET - READS AGAINST
001700*    WRITES PLUS REJECTS PLUS OVERFLOWS PLUS HOLDS, EVERY
001800*    FILE'S CONTROL RECORDS
001900*    AGAINST ITS ACTUAL CONTENT, AND THE STATFILE COUNTERS
002000*    AGAINST ALL OF IT - WITH AN OK OR OUT-OF-BALANCE LINE AND
002100*    THE DIFFERENCE FOR EVERY LEG. ANY LEG OUT OF BALANCE ENDS
002600*    APPENDED AFTER THE BATCH TRAILERS AND ARE COUNTED
002700*    SEPARATELY - THE TRAILERS AND THE INTERFACE EXTRACT COVER
002800*    THE ORIGINAL DETAILS ONLY, SO THE PROOF SUMS THE SAME SET
002900*    ON BOTH SIDES. EACH CORRECTION ALSO SENDS A REVERSAL AND
002910*    REPLACEMENT PAIR DOWN THE INTERFACE EXTRACT UNDER ITS OWN
002920*    ADJUSTMENT CONTROL RECORD; THOSE ARE PROVED IN THEIR OWN
002930*    LEGS AGAINST THE ADJUSTMENT CONTROL AND THE CORRECTION
002940*    COUNT, NEVER MIXED INTO THE ORIGINAL DETAIL LEGS.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    ---------  ----  -----------------------------------------
003400*    2026-09-02 JRM   ORIGINAL PROGRAM - INDEPENDENT PROOF.
003410*    2026-10-15 JRM   ADDED THE ADJUSTMENT LEGS - INTFOUT
003420*                     ADJUSTMENT CONTROL COUNT AND HASH, ONE
003430*                     PAIR PER CORRECTION, AND REVERSALS EQUAL
003440*                     TO REPLACEMENTS - AND THE ADJUSTMENT
003450*                     CONTROL RECORD COUNT NOTE.
003457*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
003464*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
003471*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
003478*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
003485*                     THE STEP'S START AND END THERE. AN OVERRIDE
003492*                     CARD FORCES THE STEP AND IS JOURNALED.
003502*    2026-10-15 JRM   TAKES THE RUN COUNTS FROM THE LAST RUN
003512*                     RECORD ON STATFILE ONLY, SKIPPING THE
003522*                     PER-SOURCE RECORDS THAT NOW FOLLOW IT.
003532*    2026-10-15 JRM   ITEMS DBL100 HELD OUT OF TOLERANCE ARE NOW
003542*                     TALLIED FROM HOLDFILE - THEY COUNT IN THE
003552*                     READS LEG, ARE PROVED AGAINST THE STATFILE
003562*                     HELD COUNT, AND A NEW HASH LEG ACCOUNTS FOR
003572*                     EVERY DETAIL'S VALUE ACROSS WRITES,
003582*                     REJECTS, OVERFLOWS AND HOLDS.
003592******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-370.
005500                     ORGANIZATION IS SEQUENTIAL
005600                     FILE STATUS IS WS-ERRFILE-STATUS.
005700
005710     SELECT HOLDFILE ASSIGN TO HOLDFILE
005720                     ORGANIZATION IS SEQUENTIAL
005730                     FILE STATUS IS WS-HOLDFILE-STATUS.
005740
005800     SELECT INTFOUT  ASSIGN TO INTFOUT
005900                     ORGANIZATION IS SEQUENTIAL
006000                     FILE STATUS IS WS-INTFOUT-STATUS.
006600     SELECT PROOFRPT ASSIGN TO PROOFRPT
006700                     ORGANIZATION IS SEQUENTIAL
006800                     FILE STATUS IS WS-PROOFRPT-STATUS.
006805
006810     SELECT STEPCARD ASSIGN TO STEPCARD
006815                     ORGANIZATION IS SEQUENTIAL
006820                     FILE STATUS IS WS-STEPCARD-STATUS.
006825
006830     SELECT STRMSTAT ASSIGN TO STRMSTAT
006835                     ORGANIZATION IS INDEXED
006840                     ACCESS MODE IS RANDOM
006845                     RECORD KEY IS DBLSTRM-KEY
006850                     FILE STATUS IS WS-STRMSTAT-STATUS.
006855
006860     SELECT OPERMAST ASSIGN TO OPERMAST
006865                     ORGANIZATION IS SEQUENTIAL
006870                     FILE STATUS IS WS-OPERMAST-STATUS.
006875
006880     SELECT AUDITFILE ASSIGN TO AUDITFILE
006885                     ORGANIZATION IS SEQUENTIAL
006890                     FILE STATUS IS WS-AUDITFILE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  TRANIN
008800     LABEL RECORDS ARE STANDARD.
008900 COPY DBLERR.
009000*
009010 FD  HOLDFILE
009020     RECORDING MODE IS F
009030     LABEL RECORDS ARE STANDARD.
009040 COPY DBLHOLD.
009050*
009100 FD  INTFOUT
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  PROOFRPT-LINE               PIC X(132).
010405*
010410 FD  STEPCARD
010415     RECORDING MODE IS F
010420     LABEL RECORDS ARE STANDARD.
010425 COPY DBLSCTL.
010430*
010435 FD  STRMSTAT
010440     LABEL RECORDS ARE STANDARD.
010445 COPY DBLSTRM.
010450*
010455 FD  OPERMAST
010460     RECORDING MODE IS F
010465     LABEL RECORDS ARE STANDARD.
010470 COPY DBLOPER.
010475*
010480 FD  AUDITFILE
010485     RECORDING MODE IS F
010490     LABEL RECORDS ARE STANDARD.
010495 COPY DBLAUD.
010500 WORKING-STORAGE SECTION.
010600 01  WS-FILE-STATUS-AREA.
010700     05  WS-TRANIN-STATUS    PIC X(02) VALUE SPACES.
010800     05  WS-RESULTOUT-STATUS PIC X(02) VALUE SPACES.
010900     05  WS-EXCPFILE-STATUS  PIC X(02) VALUE SPACES.
011000     05  WS-ERRFILE-STATUS   PIC X(02) VALUE SPACES.
011050     05  WS-HOLDFILE-STATUS  PIC X(02) VALUE SPACES.
011100     05  WS-INTFOUT-STATUS   PIC X(02) VALUE SPACES.
011200     05  WS-STATFILE-STATUS  PIC X(02) VALUE SPACES.
011300     05  WS-PROOFRPT-STATUS  PIC X(02) VALUE SPACES.
011320     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
011340     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
011360     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
011380     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
011400*
011500 01  WS-SWITCHES.
011600     05  WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
011700         88  WS-FILE-EOF             VALUE "Y".
011800     05  WS-STAT-SEEN-SWITCH     PIC X(01) VALUE "N".
011900         88  WS-STAT-SEEN            VALUE "Y".
011907     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
011914         88  WS-FORCE-STEP           VALUE "Y".
011921     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
011928         88  WS-STREAM-REFUSED       VALUE "Y".
011935     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
011942         88  WS-STRM-FOUND           VALUE "Y".
011949     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
011956         88  WS-OPERMAST-EOF         VALUE "Y".
011963     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
011970         88  WS-OPER-FOUND           VALUE "Y".
011977     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
011984         88  WS-OPER-CAN-CORRECT     VALUE "2".
012000*
012100 77  WS-TRN-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
012200 77  WS-TRN-HASH-TOTAL       PIC S9(11) COMP VALUE ZERO.
012900 77  WS-RES-CORR-COUNT       PIC 9(09) COMP VALUE ZERO.
013000 77  WS-EXC-COUNT            PIC 9(09) COMP VALUE ZERO.
013100 77  WS-ERR-COUNT            PIC 9(09) COMP VALUE ZERO.
013110 77  WS-EXC-HASH             PIC S9(11) COMP VALUE ZERO.
013120 77  WS-ERR-HASH             PIC S9(11) COMP VALUE ZERO.
013130 77  WS-HLD-COUNT            PIC 9(09) COMP VALUE ZERO.
013140 77  WS-HLD-HASH             PIC S9(11) COMP VALUE ZERO.
013200 77  WS-INT-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
013300 77  WS-INT-HASH-TOTAL       PIC 9(11) COMP VALUE ZERO.
013400 77  WS-INT-CTL-RECORDS      PIC 9(04) COMP VALUE ZERO.
013500 77  WS-INT-CTL-REC-COUNT    PIC 9(09) COMP VALUE ZERO.
013600 77  WS-INT-CTL-HASH         PIC 9(11) COMP VALUE ZERO.
013610 77  WS-INT-REV-COUNT        PIC 9(09) COMP VALUE ZERO.
013620 77  WS-INT-REPL-COUNT       PIC 9(09) COMP VALUE ZERO.
013630 77  WS-INT-ADJ-HASH         PIC 9(11) COMP VALUE ZERO.
013640 77  WS-INT-ADJ-CTL-RECORDS  PIC 9(04) COMP VALUE ZERO.
013650 77  WS-INT-ADJ-CTL-COUNT    PIC 9(09) COMP VALUE ZERO.
013660 77  WS-INT-ADJ-CTL-HASH     PIC 9(11) COMP VALUE ZERO.
013700 77  WS-STAT-RECORDS-READ    PIC 9(09) COMP VALUE ZERO.
013800 77  WS-STAT-RECORDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
013900 77  WS-STAT-RECS-REJECTED   PIC 9(09) COMP VALUE ZERO.
014000 77  WS-STAT-RECS-OVERFLOWED PIC 9(09) COMP VALUE ZERO.
014050 77  WS-STAT-RECS-HELD       PIC 9(09) COMP VALUE ZERO.
014100 77  WS-STAT-RECONCILE-FLAG  PIC X(01) VALUE SPACE.
014200 77  WS-LEGS-PROVED          PIC 9(04) COMP VALUE ZERO.
014300 77  WS-LEGS-OUT             PIC 9(04) COMP VALUE ZERO.
014400 77  WS-PRF-EXP-VALUE        PIC S9(11) COMP VALUE ZERO.
014500 77  WS-PRF-ACT-VALUE        PIC S9(11) COMP VALUE ZERO.
014520 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL190".
014540 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
014560 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
014580 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
014600*
014610*    A REJECT'S RAW VALUE, VIEWED AS THE SIGNED NUMBER IT WAS ON
014620*    TRANIN WHEN IT IS NUMERIC AT ALL.
014630 01  WS-EXC-RAW-VALUE            PIC X(05).
014640 01  WS-EXC-RAW-NUMBER REDEFINES WS-EXC-RAW-VALUE
014650                                 PIC S9(05).
014660*
014700 01  WS-RPT-HEADING-1.
014800     05  FILLER                  PIC X(08) VALUE "DBL190".
014900     05  FILLER                  PIC X(40)
017800*
017900 01  WS-RPT-WORK-LINE            PIC X(132).
018000*
018025*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
018050*    AGAINST.
018075 COPY DBLSTRQ.
018100 PROCEDURE DIVISION.
018200*
018300******************************************************************
020900*    FILE IS OPENED, TALLIED, AND CLOSED BY ITS OWN PASS.
021000******************************************************************
021100 1000-INITIALIZE SECTION.
021133     PERFORM 1100-CHECK-STREAM
021166         THRU 1100-CHECK-STREAM-EXIT
021200     OPEN OUTPUT PROOFRPT
021300     IF WS-PROOFRPT-STATUS NOT = "00"
021400         DISPLAY "DBL190 - UNABLE TO OPEN PROOFRPT - STATUS "
022500     WRITE PROOFRPT-LINE AFTER ADVANCING 1 LINE.
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022701*
022702******************************************************************
022703*    1100-CHECK-STREAM
022704*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
022705*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
022706*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
022707*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
022708*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
022709*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
022710*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
022711******************************************************************
022712 1100-CHECK-STREAM SECTION.
022713     OPEN INPUT STEPCARD
022714     IF WS-STEPCARD-STATUS NOT = "00"
022715         DISPLAY "DBL190 - UNABLE TO OPEN STEPCARD - STATUS "
022716             WS-STEPCARD-STATUS
022717         MOVE 16 TO RETURN-CODE
022718         STOP RUN
022719     END-IF
022720     READ STEPCARD
022721         AT END
022722             DISPLAY "DBL190 - STEPCARD IS EMPTY - NO STEP "
022723                 "CONTROL CARD"
022724             CLOSE STEPCARD
022725             MOVE 16 TO RETURN-CODE
022726             STOP RUN
022727     END-READ
022728     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
022729         OR DBLSCTL-BUS-DATE = ZERO
022730         DISPLAY "DBL190 - STEPCARD BUSINESS DATE NOT VALID: "
022731             DBLSCTL-BUS-DATE-X
022732         CLOSE STEPCARD
022733         MOVE 16 TO RETURN-CODE
022734         STOP RUN
022735     END-IF
022736     IF DBLSCTL-OPERATOR-ID = SPACES
022737         DISPLAY "DBL190 - STEPCARD OPERATOR ID IS BLANK"
022738         CLOSE STEPCARD
022739         MOVE 16 TO RETURN-CODE
022740         STOP RUN
022741     END-IF
022742     EVALUATE TRUE
022743         WHEN DBLSCTL-FORCE-STEP
022744             SET WS-FORCE-STEP TO TRUE
022745         WHEN DBLSCTL-NORMAL-STEP
022746             CONTINUE
022747         WHEN OTHER
022748             DISPLAY "DBL190 - STEPCARD FORCE FLAG NOT F OR N: "
022749                 DBLSCTL-FORCE-FLAG
022750             CLOSE STEPCARD
022751             MOVE 16 TO RETURN-CODE
022752             STOP RUN
022753     END-EVALUATE
022754     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
022755     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
022756     CLOSE STEPCARD
022757     IF WS-FORCE-STEP
022758         PERFORM 1120-CHECK-OVERRIDE-OPER
022759             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
022760     END-IF
022761*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
022762*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
022763*    CREATE IT EMPTY AND REOPEN.
022764     OPEN I-O STRMSTAT
022765     IF WS-STRMSTAT-STATUS = "35"
022766         OPEN OUTPUT STRMSTAT
022767         IF WS-STRMSTAT-STATUS = "00"
022768             CLOSE STRMSTAT
022769             OPEN I-O STRMSTAT
022770         END-IF
022771     END-IF
022772     IF WS-STRMSTAT-STATUS NOT = "00"
022773         DISPLAY "DBL190 - UNABLE TO OPEN STRMSTAT - STATUS "
022774             WS-STRMSTAT-STATUS
022775         MOVE 16 TO RETURN-CODE
022776         STOP RUN
022777     END-IF
022778     IF NOT WS-FORCE-STEP
022779         PERFORM 1110-CHECK-ONE-PREDECESSOR
022780             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
022781             VARYING WS-STRQ-SUB FROM 1 BY 1
022782             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
022783                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
022784                     = WS-STREAM-STEP-ID
022785     END-IF
022786     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
022787     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
022788     READ STRMSTAT
022789         INVALID KEY
022790             MOVE "N" TO WS-STRM-FOUND-SWITCH
022791         NOT INVALID KEY
022792             SET WS-STRM-FOUND TO TRUE
022793     END-READ
022794     IF WS-STRM-FOUND
022795         AND DBLSTRM-ENDED-GOOD
022796         AND NOT WS-FORCE-STEP
022797         DISPLAY "DBL190 - ALREADY ENDED GOOD FOR "
022798             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
022799         SET WS-STREAM-REFUSED TO TRUE
022800     END-IF
022801     IF WS-STREAM-REFUSED
022802         DISPLAY "DBL190 - STEP REFUSED FOR " WS-BUSINESS-DATE
022803             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
022804         CLOSE STRMSTAT
022805         MOVE 16 TO RETURN-CODE
022806         STOP RUN
022807     END-IF
022808     IF WS-FORCE-STEP
022809         PERFORM 1130-JOURNAL-OVERRIDE
022810             THRU 1130-JOURNAL-OVERRIDE-EXIT
022811     END-IF
022812     PERFORM 1140-RECORD-STREAM-START
022813         THRU 1140-RECORD-STREAM-START-EXIT
022814     CLOSE STRMSTAT.
022815 1100-CHECK-STREAM-EXIT.
022816     EXIT.
022817*
022818******************************************************************
022819*    1110-CHECK-ONE-PREDECESSOR
022820*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
022821*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
022822*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
022823******************************************************************
022824 1110-CHECK-ONE-PREDECESSOR SECTION.
022825     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
022826     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
022827     READ STRMSTAT
022828         INVALID KEY
022829             DISPLAY "DBL190 - PREDECESSOR "
022830                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
022831                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
022832             SET WS-STREAM-REFUSED TO TRUE
022833             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
022834     END-READ
022835     IF NOT DBLSTRM-ENDED-GOOD
022836         DISPLAY "DBL190 - PREDECESSOR " DBLSTRM-STEP-ID
022837             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
022838             " - STATE " DBLSTRM-STATE
022839             " RC " DBLSTRM-RETURN-CODE
022840         SET WS-STREAM-REFUSED TO TRUE
022841     END-IF.
022842 1110-CHECK-ONE-PREDECESSOR-EXIT.
022843     EXIT.
022844*
022845******************************************************************
022846*    1120-CHECK-OVERRIDE-OPER
022847*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
022848*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
022849*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
022850******************************************************************
022851 1120-CHECK-OVERRIDE-OPER SECTION.
022852     OPEN INPUT OPERMAST
022853     IF WS-OPERMAST-STATUS NOT = "00"
022854         DISPLAY "DBL190 - UNABLE TO OPEN OPERMAST - STATUS "
022855             WS-OPERMAST-STATUS
022856         MOVE 16 TO RETURN-CODE
022857         STOP RUN
022858     END-IF
022859     PERFORM 1121-MATCH-ONE-OPERATOR
022860         THRU 1121-MATCH-ONE-OPERATOR-EXIT
022861         UNTIL WS-OPERMAST-EOF
022862             OR WS-OPER-FOUND
022863     CLOSE OPERMAST
022864     IF NOT WS-OPER-FOUND
022865         OR NOT WS-OPER-CAN-CORRECT
022866         DISPLAY "DBL190 - OVERRIDE REFUSED - OPERATOR "
022867             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
022868         MOVE 16 TO RETURN-CODE
022869         STOP RUN
022870     END-IF.
022871 1120-CHECK-OVERRIDE-OPER-EXIT.
022872     EXIT.
022873*
022874 1121-MATCH-ONE-OPERATOR SECTION.
022875     READ OPERMAST
022876         AT END
022877             SET WS-OPERMAST-EOF TO TRUE
022878         NOT AT END
022879             IF DBLOPER-ID = WS-STEP-OPERATOR-ID
022880                 SET WS-OPER-FOUND TO TRUE
022881                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
022882             END-IF
022883     END-READ.
022884 1121-MATCH-ONE-OPERATOR-EXIT.
022885     EXIT.
022886*
022887******************************************************************
022888*    1130-JOURNAL-OVERRIDE
022889*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
022890*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
022891*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
022892******************************************************************
022893 1130-JOURNAL-OVERRIDE SECTION.
022894     OPEN EXTEND AUDITFILE
022895     IF WS-AUDITFILE-STATUS = "35"
022896         OPEN OUTPUT AUDITFILE
022897     END-IF
022898     IF WS-AUDITFILE-STATUS NOT = "00"
022899         DISPLAY "DBL190 - UNABLE TO OPEN AUDITFILE - STATUS "
022900             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
022901         CLOSE STRMSTAT
022902         MOVE 16 TO RETURN-CODE
022903         STOP RUN
022904     END-IF
022905     MOVE SPACES TO DBLAUD-RECORD
022906     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
022907     ACCEPT DBLAUD-TIME FROM TIME
022908     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
022909     MOVE ZERO TO DBLAUD-NUMBER
022910     MOVE ZERO TO DBLAUD-RESULT
022911     SET DBLAUD-IS-FORCED-STEP TO TRUE
022912     MOVE ZERO TO DBLAUD-SEQUENCE-NO
022913     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
022914     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
022915     WRITE DBLAUD-RECORD
022916     CLOSE AUDITFILE
022917     DISPLAY "DBL190 - STEP FORCED FOR " WS-BUSINESS-DATE
022918         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
022919 1130-JOURNAL-OVERRIDE-EXIT.
022920     EXIT.
022921*
022922******************************************************************
022923*    1140-RECORD-STREAM-START
022924*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
022925*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
022926*    RECORD AND BUMPS ITS RUN COUNT.
022927******************************************************************
022928 1140-RECORD-STREAM-START SECTION.
022929     IF NOT WS-STRM-FOUND
022930         MOVE SPACES TO DBLSTRM-RECORD
022931         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
022932         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
022933         MOVE ZERO TO DBLSTRM-RUN-COUNT
022934     END-IF
022935     SET DBLSTRM-STARTED TO TRUE
022936     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
022937     ACCEPT DBLSTRM-START-TIME FROM TIME
022938     MOVE ZERO TO DBLSTRM-END-DATE
022939     MOVE ZERO TO DBLSTRM-END-TIME
022940     MOVE ZERO TO DBLSTRM-RETURN-CODE
022941     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
022942     IF WS-FORCE-STEP
022943         MOVE "Y" TO DBLSTRM-FORCED-FLAG
022944     ELSE
022945         MOVE "N" TO DBLSTRM-FORCED-FLAG
022946     END-IF
022947     ADD 1 TO DBLSTRM-RUN-COUNT
022948     IF WS-STRM-FOUND
022949         REWRITE DBLSTRM-RECORD
022950     ELSE
022951         WRITE DBLSTRM-RECORD
022952     END-IF
022953     IF WS-STRMSTAT-STATUS NOT = "00"
022954         DISPLAY "DBL190 - UNABLE TO RECORD STEP START ON "
022955             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
022956         CLOSE STRMSTAT
022957         MOVE 16 TO RETURN-CODE
022958         STOP RUN
022959     END-IF.
022960 1140-RECORD-STREAM-START-EXIT.
022961     EXIT.
022962*
022963******************************************************************
023000*    2000-TALLY-TRANIN
023100*    PASSES TRANIN COUNTING DETAIL RECORDS AND SUMMING THEIR
023200*    VALUES (NON-NUMERIC VALUES ARE SKIPPED, AS THE RUN ITSELF
031300*
031400******************************************************************
031500*    4000-TALLY-EXCP-ERR
031600*    COUNTS THE VALIDATION REJECTS, COMPUTE OVERFLOWS AND HELD
031700*    ITEMS THE RUN LEFT BEHIND AND SUMS THEIR VALUES - A
031710*    REJECT'S ONLY WHEN IT IS NUMERIC, AS THE RUN SUMS IT.
031800******************************************************************
031900 4000-TALLY-EXCP-ERR SECTION.
032000     OPEN INPUT EXCPFILE
033800     PERFORM 4020-COUNT-ONE-ERR
033900         THRU 4020-COUNT-ONE-ERR-EXIT
034000         UNTIL WS-FILE-EOF
034100     CLOSE ERRFILE
034110     OPEN INPUT HOLDFILE
034120     IF WS-HOLDFILE-STATUS NOT = "00"
034130         DISPLAY "DBL190 - UNABLE TO OPEN HOLDFILE - STATUS "
034140             WS-HOLDFILE-STATUS
034150         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
034160     END-IF
034170     MOVE "N" TO WS-FILE-EOF-SWITCH
034180     PERFORM 4030-COUNT-ONE-HOLD
034185         THRU 4030-COUNT-ONE-HOLD-EXIT
034190         UNTIL WS-FILE-EOF
034195     CLOSE HOLDFILE.
034200 4000-TALLY-EXCP-ERR-EXIT.
034300     EXIT.
034400*
034800             SET WS-FILE-EOF TO TRUE
034900         NOT AT END
035000             ADD 1 TO WS-EXC-COUNT
035010             MOVE DBLEXC-RAW-VALUE TO WS-EXC-RAW-VALUE
035020             IF WS-EXC-RAW-NUMBER IS NUMERIC
035030                 ADD WS-EXC-RAW-NUMBER TO WS-EXC-HASH
035040             END-IF
035100     END-READ.
035200 4010-COUNT-ONE-EXCP-EXIT.
035300     EXIT.
035800             SET WS-FILE-EOF TO TRUE
035900         NOT AT END
036000             ADD 1 TO WS-ERR-COUNT
036050             ADD DBLERR-NUMBER TO WS-ERR-HASH
036100     END-READ.
036200 4020-COUNT-ONE-ERR-EXIT.
036300     EXIT.
036310*
036320 4030-COUNT-ONE-HOLD SECTION.
036330     READ HOLDFILE
036340         AT END
036350             SET WS-FILE-EOF TO TRUE
036360         NOT AT END
036370             ADD 1 TO WS-HLD-COUNT
036380             ADD DBLHOLD-NUMBER TO WS-HLD-HASH
036385     END-READ.
036390 4030-COUNT-ONE-HOLD-EXIT.
036395     EXIT.
036400*
036500******************************************************************
036600*    5000-TALLY-INTFOUT
036700*    PASSES THE INTERFACE EXTRACT COUNTING DETAILS AND SUMMING
036800*    THEIR NUMBERS, AND CAPTURES THE CONTROL RECORD'S TOTALS.
036900*    MORE OR FEWER THAN ONE CONTROL RECORD IS ITSELF REPORTED
037000*    ON THE PROOF SHEET. REVERSALS, REPLACEMENTS, AND THE
037010*    ADJUSTMENT CONTROL RECORD ARE TALLIED APART.
037100******************************************************************
037200 5000-TALLY-INTFOUT SECTION.
037300     OPEN INPUT INTFOUT
039800             ADD 1 TO WS-INT-CTL-RECORDS
039900             MOVE DBLINTF-CTL-REC-COUNT TO WS-INT-CTL-REC-COUNT
040000             MOVE DBLINTF-CTL-HASH-TOTAL TO WS-INT-CTL-HASH
040010         WHEN DBLINTF-IS-REVERSAL
040020             ADD 1 TO WS-INT-REV-COUNT
040030             ADD DBLINTF-NUMBER TO WS-INT-ADJ-HASH
040040         WHEN DBLINTF-IS-REPLACEMENT
040050             ADD 1 TO WS-INT-REPL-COUNT
040060             ADD DBLINTF-NUMBER TO WS-INT-ADJ-HASH
040070         WHEN DBLINTF-IS-ADJ-CONTROL
040080             ADD 1 TO WS-INT-ADJ-CTL-RECORDS
040090             MOVE DBLINTF-CTL-REC-COUNT TO WS-INT-ADJ-CTL-COUNT
040095             MOVE DBLINTF-CTL-HASH-TOTAL TO WS-INT-ADJ-CTL-HASH
040100         WHEN OTHER
040200             CONTINUE
040300     END-EVALUATE.
043100         AT END
043200             SET WS-FILE-EOF TO TRUE
043300         NOT AT END
043350             IF DBLSTAT-IS-RUN
043400                 SET WS-STAT-SEEN TO TRUE
043500                 MOVE DBLSTAT-RECORDS-READ
043550                     TO WS-STAT-RECORDS-READ
043600                 MOVE DBLSTAT-RECORDS-WRITTEN
043700                     TO WS-STAT-RECORDS-WRITTEN
043800                 MOVE DBLSTAT-RECS-REJECTED
043900                     TO WS-STAT-RECS-REJECTED
044000                 MOVE DBLSTAT-RECS-OVERFLOWED
044100                     TO WS-STAT-RECS-OVERFLOWED
044110                 MOVE DBLSTAT-RECS-HELD
044120                     TO WS-STAT-RECS-HELD
044200                 MOVE DBLSTAT-RECONCILE-FLAG
044300                     TO WS-STAT-RECONCILE-FLAG
044350             END-IF
044400     END-READ.
044500 6010-READ-ONE-STAT-EXIT.
044600     EXIT.
045100*    PLUS THE INFORMATIONAL COUNTS.
045200******************************************************************
045300 7000-PRINT-PROOF-SHEET SECTION.
045400     MOVE "READS = WRITES+REJ+OVFL+HELD" TO WS-PRF-LABEL
045500     MOVE WS-TRN-DETAIL-COUNT TO WS-PRF-EXP-VALUE
045600     COMPUTE WS-PRF-ACT-VALUE
045700         = WS-RES-DETAIL-COUNT + WS-EXC-COUNT + WS-ERR-COUNT
045710         + WS-HLD-COUNT
045800     PERFORM 7100-PROVE-ONE-LEG
045900         THRU 7100-PROVE-ONE-LEG-EXIT
045910     MOVE "READ HASH = WRT+REJ+OVFL+HELD" TO WS-PRF-LABEL
045920     MOVE WS-TRN-HASH-TOTAL TO WS-PRF-EXP-VALUE
045930     COMPUTE WS-PRF-ACT-VALUE
045940         = WS-RES-HASH-TOTAL + WS-EXC-HASH + WS-ERR-HASH
045950         + WS-HLD-HASH
045960     PERFORM 7100-PROVE-ONE-LEG
045970         THRU 7100-PROVE-ONE-LEG-EXIT
046000     MOVE "TRANIN TRAILER COUNT" TO WS-PRF-LABEL
046100     MOVE WS-TRN-EXP-COUNT TO WS-PRF-EXP-VALUE
046200     MOVE WS-TRN-DETAIL-COUNT TO WS-PRF-ACT-VALUE
049200     MOVE WS-INT-DETAIL-COUNT TO WS-PRF-ACT-VALUE
049300     PERFORM 7100-PROVE-ONE-LEG
049400         THRU 7100-PROVE-ONE-LEG-EXIT
049410     MOVE "INTFOUT ADJ CONTROL COUNT" TO WS-PRF-LABEL
049420     MOVE WS-INT-ADJ-CTL-COUNT TO WS-PRF-EXP-VALUE
049430     COMPUTE WS-PRF-ACT-VALUE
049440         = WS-INT-REV-COUNT + WS-INT-REPL-COUNT
049450     PERFORM 7100-PROVE-ONE-LEG
049460         THRU 7100-PROVE-ONE-LEG-EXIT
049470     MOVE "INTFOUT ADJ CONTROL HASH" TO WS-PRF-LABEL
049480     MOVE WS-INT-ADJ-CTL-HASH TO WS-PRF-EXP-VALUE
049490     MOVE WS-INT-ADJ-HASH TO WS-PRF-ACT-VALUE
049491     PERFORM 7100-PROVE-ONE-LEG
049492         THRU 7100-PROVE-ONE-LEG-EXIT
049493     MOVE "ADJUSTMENTS = 2 X CORRECTIONS" TO WS-PRF-LABEL
049494     COMPUTE WS-PRF-EXP-VALUE = WS-RES-CORR-COUNT * 2
049495     COMPUTE WS-PRF-ACT-VALUE
049496         = WS-INT-REV-COUNT + WS-INT-REPL-COUNT
049497     PERFORM 7100-PROVE-ONE-LEG
049498         THRU 7100-PROVE-ONE-LEG-EXIT
049499     MOVE "REVERSALS = REPLACEMENTS" TO WS-PRF-LABEL
049519     MOVE WS-INT-REV-COUNT TO WS-PRF-EXP-VALUE
049539     MOVE WS-INT-REPL-COUNT TO WS-PRF-ACT-VALUE
049559     PERFORM 7100-PROVE-ONE-LEG
049579         THRU 7100-PROVE-ONE-LEG-EXIT
049599     IF WS-STAT-SEEN
049600         MOVE "STATFILE RECORDS READ" TO WS-PRF-LABEL
049700         MOVE WS-STAT-RECORDS-READ TO WS-PRF-EXP-VALUE
049800         MOVE WS-TRN-DETAIL-COUNT TO WS-PRF-ACT-VALUE
051300         MOVE WS-ERR-COUNT TO WS-PRF-ACT-VALUE
051400         PERFORM 7100-PROVE-ONE-LEG
051500             THRU 7100-PROVE-ONE-LEG-EXIT
051510         MOVE "STATFILE RECORDS HELD" TO WS-PRF-LABEL
051520         MOVE WS-STAT-RECS-HELD TO WS-PRF-EXP-VALUE
051530         MOVE WS-HLD-COUNT TO WS-PRF-ACT-VALUE
051540         PERFORM 7100-PROVE-ONE-LEG
051550             THRU 7100-PROVE-ONE-LEG-EXIT
051600     ELSE
051700         ADD 1 TO WS-LEGS-OUT
051800         MOVE "NO STATFILE RECORD FOUND - RUN NOT PROVED"
052200     END-IF
052300     MOVE SPACES TO PROOFRPT-LINE
052400     WRITE PROOFRPT-LINE AFTER ADVANCING 1 LINE
052500     MOVE "CORRECTION AMENDMENTS ON RESULTOUT"
052600         TO WS-RPT-NOTE-TEXT
052700     MOVE WS-RES-CORR-COUNT TO WS-RPT-NOTE-VALUE
052800     WRITE PROOFRPT-LINE FROM WS-RPT-NOTE-LINE
053500     IF WS-INT-CTL-RECORDS NOT = 1
053600         ADD 1 TO WS-LEGS-OUT
053700     END-IF
053710     MOVE "ADJ CONTROL RECORDS ON INTFOUT (0 OR 1)"
053720         TO WS-RPT-NOTE-TEXT
053730     MOVE WS-INT-ADJ-CTL-RECORDS TO WS-RPT-NOTE-VALUE
053740     WRITE PROOFRPT-LINE FROM WS-RPT-NOTE-LINE
053750         AFTER ADVANCING 1 LINE
053760     IF WS-INT-ADJ-CTL-RECORDS > 1
053770         ADD 1 TO WS-LEGS-OUT
053780     END-IF
053800     IF WS-STAT-SEEN
053900         IF WS-STAT-RECONCILE-FLAG = "G"
054000             MOVE "RUN FLAGGED GOOD BY ITS OWN RECONCILIATION"
059300         AFTER ADVANCING 1 LINE
059400     CLOSE PROOFRPT
059500     DISPLAY "DBL190 - LEGS PROVED:         " WS-LEGS-PROVED
059600     DISPLAY "DBL190 - LEGS OUT OF BALANCE: " WS-LEGS-OUT
059633     PERFORM 9950-RECORD-STREAM-END
059666         THRU 9950-RECORD-STREAM-END-EXIT.
059700 9000-TERMINATE-EXIT.
059800     EXIT.
059900*
060500 9900-ABEND SECTION.
060600     CLOSE PROOFRPT
060700     MOVE 16 TO RETURN-CODE
060733     PERFORM 9950-RECORD-STREAM-END
060766         THRU 9950-RECORD-STREAM-END-EXIT
060800     STOP RUN.
060900 9900-ABEND-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    9950-RECORD-STREAM-END
061400*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
061500*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
061600*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
061700*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
061800*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
061900*    RETURN CODE TO 8.
062000******************************************************************
062100 9950-RECORD-STREAM-END SECTION.
062200     OPEN I-O STRMSTAT
062300     IF WS-STRMSTAT-STATUS NOT = "00"
062400         DISPLAY "DBL190 - UNABLE TO OPEN STRMSTAT - STATUS "
062500             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
062600         IF RETURN-CODE < 8
062700             MOVE 8 TO RETURN-CODE
062800         END-IF
062900         GO TO 9950-RECORD-STREAM-END-EXIT
063000     END-IF
063100     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
063200     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
063300     READ STRMSTAT
063400         INVALID KEY
063500             DISPLAY "DBL190 - STEP START NOT ON STRMSTAT"
063600                 " - STEP END NOT RECORDED"
063700             CLOSE STRMSTAT
063800             IF RETURN-CODE < 8
063900                 MOVE 8 TO RETURN-CODE
064000             END-IF
064100             GO TO 9950-RECORD-STREAM-END-EXIT
064200     END-READ
064300     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
064400     ACCEPT DBLSTRM-END-TIME FROM TIME
064500     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
064600     IF RETURN-CODE < 8
064700         SET DBLSTRM-ENDED-GOOD TO TRUE
064800     ELSE
064900         SET DBLSTRM-ENDED-BAD TO TRUE
065000     END-IF
065100     REWRITE DBLSTRM-RECORD
065200     IF WS-STRMSTAT-STATUS NOT = "00"
065300         DISPLAY "DBL190 - UNABLE TO RECORD STEP END ON "
065400             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
065500         IF RETURN-CODE < 8
065600             MOVE 8 TO RETURN-CODE
065700         END-IF
065800     END-IF
065900     CLOSE STRMSTAT.
066000 9950-RECORD-STREAM-END-EXIT.
066100     EXIT.
