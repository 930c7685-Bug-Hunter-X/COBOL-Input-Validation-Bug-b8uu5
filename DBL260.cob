000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL260.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL260 - HOLD RELEASE
001000*
001100*    DBL100 HOLDS, RATHER THAN POSTS, ANY VALID DETAIL WHOSE
001200*    WS-NUMBER FALLS OUTSIDE THE TOLERANCE LIMITS FOR ITS
001300*    OPERATION CODE, WRITING IT TO THE HOLD FILE (HOLDFILE,
001400*    COPYBOOK DBLHOLD). THIS STEP PUTS EACH HELD ITEM IN FRONT OF
001500*    A REVIEW DECK (REVWCARD, COPYBOOK DBLREVW) KEYED BY THE
001600*    CONTROL GROUP AFTER LOOKING INTO IT:
001700*
001800*      A RELEASE CARD SENDS THE ITEM ON UNCHANGED IN A
001900*      RESUBMISSION BATCH (TRANOUT) IN THE SHARED DBLTRAN
002000*      LAYOUT - HEADER, DETAILS, AND A TRAILER CARRYING THE
002100*      DETAIL COUNT AND HASH TOTAL - SO IT RECONCILES THROUGH
002200*      DBL100 LIKE ANY OTHER EXTRACT. EACH DETAIL IS FLAGGED
002300*      RELEASED SO DBL100 DOES NOT HOLD IT A SECOND TIME, AND
002400*      EACH RELEASE IS JOURNALED TO THE AUDIT FILE (ACTION L)
002500*      UNDER THE REVIEWING OPERATOR'S ID.
002600*
002700*      A REJECT CARD MOVES THE ITEM TO SUSPENSE (HOLDSUSP,
002800*      COPYBOOK DBLSUSP, SOURCE H). OPERATIONS CONCATENATES THAT
002900*      FILE INTO THE RECYCLE RUN'S SUSPENSE INPUT, WHERE THE ITEM
003000*      IS CORRECTED OR WRITTEN OFF LIKE ANY OTHER REJECT.
003100*
003200*    AN ITEM NO CARD DECIDES STAYS ON THE HOLD QUEUE (HOLDQOUT,
003300*    SAME LAYOUT), WHICH IS THE NEXT RUN'S HOLDQIN - NOTHING
003400*    HELD IS EVER DROPPED. THE HOLD REGISTER (HOLDRPT) SHOWS
003500*    EVERY DECISION, EVERY CARD THAT MATCHED NO HELD ITEM, AND
003600*    AN AGING SECTION LISTING EVERY ITEM STILL HELD WITH ITS
003700*    DAYS ON HOLD AND A COUNT BY AGE BAND.
003800*
003900*    THE DECK'S HEADER CARD CARRIES THE RUN DATE FOR THE
004000*    RESUBMISSION BATCH AND THE REVIEWING OPERATOR, WHO MUST
004100*    HAVE CORRECTION AUTHORITY ON THE OPERATOR SECURITY MASTER
004200*    OR THE DECK IS REFUSED AND THE REFUSAL JOURNALED (ACTION R).
004300*    A NIGHT WITH NO DECK DECIDES NOTHING AND CARRIES EVERY
004400*    ITEM; TRANOUT THEN HOLDS AN EMPTY BATCH UNDER THE BUSINESS
004500*    DATE THAT IS NOT SUBMITTED. A CARD MATCHING NO HELD ITEM
004600*    ENDS THE STEP WITH RETURN CODE 4.
004700*
004800*    MODIFICATION HISTORY
004900*    DATE       INIT  DESCRIPTION
005000*    ---------  ----  -----------------------------------------
005100*    2026-10-15 JRM   ORIGINAL PROGRAM - HOLD RELEASE.
005110*    2026-10-15 JRM   A HELD ITEM THAT CANNOT BE CARRIED TO THE
005120*                     NEW HOLD QUEUE NOW ENDS THE STEP RC 16
005130*                     INSTEAD OF DROPPING OFF THE QUEUE.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.    IBM-370.
005600 OBJECT-COMPUTER.    IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT REVWCARD ASSIGN TO REVWCARD
006000                     ORGANIZATION IS SEQUENTIAL
006100                     FILE STATUS IS WS-REVWCARD-STATUS.
006200
006300     SELECT HOLDQIN  ASSIGN TO HOLDQIN
006400                     ORGANIZATION IS SEQUENTIAL
006500                     FILE STATUS IS WS-HOLDQIN-STATUS.
006600
006700     SELECT HOLDFILE ASSIGN TO HOLDFILE
006800                     ORGANIZATION IS SEQUENTIAL
006900                     FILE STATUS IS WS-HOLDFILE-STATUS.
007000
007100     SELECT TRANOUT  ASSIGN TO TRANOUT
007200                     ORGANIZATION IS SEQUENTIAL
007300                     FILE STATUS IS WS-TRANOUT-STATUS.
007400
007500     SELECT HOLDSUSP ASSIGN TO HOLDSUSP
007600                     ORGANIZATION IS SEQUENTIAL
007700                     FILE STATUS IS WS-HOLDSUSP-STATUS.
007800
007900     SELECT HOLDQOUT ASSIGN TO HOLDQOUT
008000                     ORGANIZATION IS SEQUENTIAL
008100                     FILE STATUS IS WS-HOLDQOUT-STATUS.
008200
008300     SELECT HOLDRPT  ASSIGN TO HOLDRPT
008400                     ORGANIZATION IS SEQUENTIAL
008500                     FILE STATUS IS WS-HOLDRPT-STATUS.
008600
008700     SELECT STEPCARD ASSIGN TO STEPCARD
008800                     ORGANIZATION IS SEQUENTIAL
008900                     FILE STATUS IS WS-STEPCARD-STATUS.
009000
009100     SELECT STRMSTAT ASSIGN TO STRMSTAT
009200                     ORGANIZATION IS INDEXED
009300                     ACCESS MODE IS RANDOM
009400                     RECORD KEY IS DBLSTRM-KEY
009500                     FILE STATUS IS WS-STRMSTAT-STATUS.
009600
009700     SELECT OPERMAST ASSIGN TO OPERMAST
009800                     ORGANIZATION IS SEQUENTIAL
009900                     FILE STATUS IS WS-OPERMAST-STATUS.
010000
010100     SELECT AUDITFILE ASSIGN TO AUDITFILE
010200                     ORGANIZATION IS SEQUENTIAL
010300                     FILE STATUS IS WS-AUDITFILE-STATUS.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  REVWCARD
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 COPY DBLREVW.
011000*
011100*    THE TWO HOLD INPUTS AND THE NEW QUEUE ALL CARRY THE HELD
011200*    TRANSACTION LAYOUT. EACH IS READ INTO, OR WRITTEN FROM, THE
011300*    ONE WORKING-STORAGE COPY OF IT.
011400 FD  HOLDQIN
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  HOLDQIN-RECORD              PIC X(100).
011800*
011900 FD  HOLDFILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  HOLDFILE-RECORD             PIC X(100).
012300*
012400 FD  TRANOUT
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 COPY DBLTRAN.
012800*
012900 FD  HOLDSUSP
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 COPY DBLSUSP.
013300*
013400 FD  HOLDQOUT
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700 01  HOLDQOUT-RECORD             PIC X(100).
013800*
013900 FD  HOLDRPT
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200 01  HOLDRPT-LINE                PIC X(132).
014300*
014400 FD  STEPCARD
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 COPY DBLSCTL.
014800*
014900 FD  STRMSTAT
015000     LABEL RECORDS ARE STANDARD.
015100 COPY DBLSTRM.
015200*
015300 FD  OPERMAST
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 COPY DBLOPER.
015700*
015800 FD  AUDITFILE
015900     RECORDING MODE IS F
016000     LABEL RECORDS ARE STANDARD.
016100 COPY DBLAUD.
016200 WORKING-STORAGE SECTION.
016300 01  WS-FILE-STATUS-AREA.
016400     05  WS-REVWCARD-STATUS  PIC X(02) VALUE SPACES.
016500     05  WS-HOLDQIN-STATUS   PIC X(02) VALUE SPACES.
016600     05  WS-HOLDFILE-STATUS  PIC X(02) VALUE SPACES.
016700     05  WS-TRANOUT-STATUS   PIC X(02) VALUE SPACES.
016800     05  WS-HOLDSUSP-STATUS  PIC X(02) VALUE SPACES.
016900     05  WS-HOLDQOUT-STATUS  PIC X(02) VALUE SPACES.
017000     05  WS-HOLDRPT-STATUS   PIC X(02) VALUE SPACES.
017100     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
017200     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
017300     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
017400     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
017500*
017600 01  WS-SWITCHES.
017700     05  WS-REVWCARD-EOF-SWITCH  PIC X(01) VALUE "N".
017800         88  WS-REVWCARD-EOF         VALUE "Y".
017900     05  WS-HOLDQIN-EOF-SWITCH   PIC X(01) VALUE "N".
018000         88  WS-HOLDQIN-EOF          VALUE "Y".
018100     05  WS-HOLDFILE-EOF-SWITCH  PIC X(01) VALUE "N".
018200         88  WS-HOLDFILE-EOF         VALUE "Y".
018300     05  WS-HOLDQOUT-EOF-SWITCH  PIC X(01) VALUE "N".
018400         88  WS-HOLDQOUT-EOF         VALUE "Y".
018500     05  WS-DECK-SWITCH          PIC X(01) VALUE "N".
018600         88  WS-DECK-PRESENT         VALUE "Y".
018700     05  WS-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
018800         88  WS-MATCH-FOUND          VALUE "Y".
018900     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
019000         88  WS-FORCE-STEP           VALUE "Y".
019100     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
019200         88  WS-STREAM-REFUSED       VALUE "Y".
019300     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
019400         88  WS-STRM-FOUND           VALUE "Y".
019500     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
019600         88  WS-OPERMAST-EOF         VALUE "Y".
019700     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
019800         88  WS-OPER-FOUND           VALUE "Y".
019900     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
020000         88  WS-OPER-CAN-CORRECT     VALUE "2".
020100*
020200 77  WS-RESUB-RUN-DATE       PIC 9(08) VALUE ZERO.
020300 77  WS-AGING-DAY-NO         PIC 9(09) COMP VALUE ZERO.
020400 77  WS-DAYS-HELD            PIC 9(05) COMP VALUE ZERO.
020500 77  WS-QUEUE-READ           PIC 9(09) COMP VALUE ZERO.
020600 77  WS-NEW-HOLDS-READ       PIC 9(09) COMP VALUE ZERO.
020700 77  WS-RELEASED-COUNT       PIC 9(09) COMP VALUE ZERO.
020800 77  WS-REJECTED-COUNT       PIC 9(09) COMP VALUE ZERO.
020900 77  WS-CARRIED-COUNT        PIC 9(09) COMP VALUE ZERO.
021000 77  WS-UNMATCHED-COUNT      PIC 9(09) COMP VALUE ZERO.
021100 77  WS-JOURNALED-COUNT      PIC 9(09) COMP VALUE ZERO.
021200 77  WS-TRANOUT-REC-COUNT    PIC 9(09) COMP VALUE ZERO.
021300 77  WS-OUTPUT-HASH-TOTAL    PIC 9(11) COMP VALUE ZERO.
021400 77  WS-AGED-0-7             PIC 9(09) COMP VALUE ZERO.
021500 77  WS-AGED-8-14            PIC 9(09) COMP VALUE ZERO.
021600 77  WS-AGED-15-30           PIC 9(09) COMP VALUE ZERO.
021700 77  WS-AGED-OVER-30         PIC 9(09) COMP VALUE ZERO.
021800 77  WS-CARD-SUB             PIC 9(04) COMP VALUE ZERO.
021900 77  WS-MATCH-SUB            PIC 9(04) COMP VALUE ZERO.
022000 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
022100 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
022200 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
022300 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL260".
022400 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
022500 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
022600 77  WS-DECK-OPERATOR-ID     PIC X(08) VALUE SPACES.
022700 77  WS-LOOKUP-OPERATOR-ID   PIC X(08) VALUE SPACES.
022800 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
022900*
023000*    THE HELD ITEM BEING DECIDED, WHICHEVER FILE IT CAME FROM.
023100 COPY DBLHOLD.
023200*
023300*    THE LAST JOURNAL TIMESTAMP WRITTEN. THE HISTORY MASTER KEY
023400*    IS JOURNAL DATE, SEQUENCE, ACTION, AND TIME, AND HELD ITEMS
023500*    FROM DIFFERENT RUN DATES CAN SHARE A SEQUENCE NUMBER, SO NO
023600*    TWO RELEASES IN ONE RUN MAY SHARE A TIME.
023700 01  WS-LAST-JOURNAL-STAMP.
023800     05  WS-LAST-JOURNAL-DATE    PIC 9(08) VALUE ZERO.
023900     05  WS-LAST-JOURNAL-TIME    PIC 9(08) VALUE ZERO.
024000*
024100*    SCRATCH FIELDS FOR TURNING A YYYYMMDD DATE INTO A DAY
024200*    NUMBER SO DAYS ON HOLD IS A SUBTRACTION.
024300 01  WS-DATE-WORK-AREA.
024400     05  WS-DTD-DATE             PIC 9(08).
024500     05  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
024600         10  WS-DTD-YEAR             PIC 9(04).
024700         10  WS-DTD-MONTH            PIC 9(02).
024800         10  WS-DTD-DAY              PIC 9(02).
024900     05  WS-DTD-WK-YEAR          PIC 9(09) COMP.
025000     05  WS-DTD-WK-MONTH         PIC 9(02) COMP.
025100     05  WS-DTD-CENTURY          PIC 9(09) COMP.
025200     05  WS-DTD-YEAR-REM         PIC 9(09) COMP.
025300     05  WS-DTD-DAY-NO           PIC 9(09) COMP.
025400*
025500*    REVIEW CARDS ARE LOADED INTO THIS TABLE ONCE AT START OF RUN
025600*    SO EACH HELD ITEM CAN BE MATCHED BY RUN DATE AND SEQUENCE
025700*    NUMBER AS THE QUEUE AND TONIGHT'S HOLDS ARE READ.
025800 01  WS-CARD-TABLE.
025900     05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
026000     05  WS-CARD-ENTRY OCCURS 500 TIMES.
026100         10  WS-CARD-RUN-DATE        PIC 9(08).
026200         10  WS-CARD-SEQUENCE-NO     PIC 9(09) COMP.
026300         10  WS-CARD-DECISION        PIC X(01).
026400         10  WS-CARD-REASON          PIC X(40).
026500         10  WS-CARD-MATCHED-FLAG    PIC X(01).
026600*
026700 01  WS-REG-HEADING-1.
026800     05  FILLER                  PIC X(08) VALUE "DBL260".
026900     05  FILLER                  PIC X(30)
027000         VALUE "HOLD RELEASE REGISTER".
027100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
027200     05  WS-REG-HDR-RUN-DATE     PIC 9(08).
027300     05  FILLER                  PIC X(06) VALUE "  PAGE".
027400     05  WS-REG-HDR-PAGE-NO      PIC ZZZ9.
027500     05  FILLER                  PIC X(67) VALUE SPACES.
027600*
027700 01  WS-REG-HEADING-2.
027800     05  FILLER                  PIC X(10) VALUE "RUN DATE".
027900     05  FILLER                  PIC X(12) VALUE "SEQUENCE NO".
028000     05  FILLER                  PIC X(08) VALUE "VALUE".
028100     05  FILLER                  PIC X(04) VALUE "OP".
028200     05  FILLER                  PIC X(07) VALUE "LOW".
028300     05  FILLER                  PIC X(08) VALUE "HIGH".
028400     05  FILLER                  PIC X(11) VALUE "HELD ON".
028500     05  FILLER                  PIC X(14) VALUE "DECISION".
028600     05  FILLER                  PIC X(40) VALUE "REASON".
028700     05  FILLER                  PIC X(18) VALUE SPACES.
028800*
028900 01  WS-REG-DETAIL-LINE.
029000     05  WS-REG-RUN-DATE         PIC 9(08).
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  WS-REG-SEQUENCE-NO      PIC ZZZZZZZZ9.
029300     05  FILLER                  PIC X(03) VALUE SPACES.
029400     05  WS-REG-VALUE            PIC ZZZZ9.
029500     05  FILLER                  PIC X(03) VALUE SPACES.
029600     05  WS-REG-OP-CODE          PIC X(01).
029700     05  FILLER                  PIC X(03) VALUE SPACES.
029800     05  WS-REG-LOW-LIMIT        PIC ZZZZ9.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  WS-REG-HIGH-LIMIT       PIC ZZZZ9.
030100     05  FILLER                  PIC X(03) VALUE SPACES.
030200     05  WS-REG-HELD-DATE        PIC 9(08).
030300     05  FILLER                  PIC X(03) VALUE SPACES.
030400     05  WS-REG-DECISION         PIC X(12).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  WS-REG-REASON           PIC X(40).
030700     05  FILLER                  PIC X(18) VALUE SPACES.
030800*
030900*    A CARD THAT MATCHED NO HELD ITEM PRINTS ITS KEY, DECISION
031000*    AND REASON ONLY.
031100 01  WS-REG-CARD-LINE.
031200     05  WS-REG-CARD-RUN-DATE    PIC 9(08).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  WS-REG-CARD-SEQ         PIC ZZZZZZZZ9.
031500     05  FILLER                  PIC X(50) VALUE SPACES.
031600     05  WS-REG-CARD-DECISION    PIC X(12).
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  WS-REG-CARD-REASON      PIC X(40).
031900     05  FILLER                  PIC X(09) VALUE SPACES.
032000*
032100 01  WS-REG-AGE-HEADING.
032200     05  FILLER                  PIC X(10) VALUE "RUN DATE".
032300     05  FILLER                  PIC X(12) VALUE "SEQUENCE NO".
032400     05  FILLER                  PIC X(08) VALUE "VALUE".
032500     05  FILLER                  PIC X(04) VALUE "OP".
032600     05  FILLER                  PIC X(07) VALUE "LOW".
032700     05  FILLER                  PIC X(08) VALUE "HIGH".
032800     05  FILLER                  PIC X(11) VALUE "HELD ON".
032900     05  FILLER                  PIC X(08) VALUE "DAYS".
033000     05  FILLER                  PIC X(40) VALUE "REASON HELD".
033100     05  FILLER                  PIC X(24) VALUE SPACES.
033200*
033300 01  WS-REG-AGE-LINE.
033400     05  WS-AGE-LN-RUN-DATE      PIC 9(08).
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  WS-AGE-LN-SEQ           PIC ZZZZZZZZ9.
033700     05  FILLER                  PIC X(03) VALUE SPACES.
033800     05  WS-AGE-LN-VALUE         PIC ZZZZ9.
033900     05  FILLER                  PIC X(03) VALUE SPACES.
034000     05  WS-AGE-LN-OP-CODE       PIC X(01).
034100     05  FILLER                  PIC X(03) VALUE SPACES.
034200     05  WS-AGE-LN-LOW-LIMIT     PIC ZZZZ9.
034300     05  FILLER                  PIC X(02) VALUE SPACES.
034400     05  WS-AGE-LN-HIGH-LIMIT    PIC ZZZZ9.
034500     05  FILLER                  PIC X(03) VALUE SPACES.
034600     05  WS-AGE-LN-HELD-DATE     PIC 9(08).
034700     05  FILLER                  PIC X(03) VALUE SPACES.
034800     05  WS-AGE-LN-DAYS          PIC ZZZZ9.
034900     05  FILLER                  PIC X(03) VALUE SPACES.
035000     05  WS-AGE-LN-REASON        PIC X(40).
035100     05  FILLER                  PIC X(24) VALUE SPACES.
035200*
035300 01  WS-REG-TOTAL-LINE.
035400     05  WS-REG-TOTAL-TEXT       PIC X(30).
035500     05  WS-REG-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
035600     05  FILLER                  PIC X(91) VALUE SPACES.
035700*
035800*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
035900*    AGAINST.
036000 COPY DBLSTRQ.
036100 PROCEDURE DIVISION.
036200*
036300******************************************************************
036400*    0000-MAINLINE
036500*    CONTROLS OVERALL FLOW OF THE HOLD RELEASE RUN.
036600******************************************************************
036700 0000-MAINLINE SECTION.
036800     PERFORM 1000-INITIALIZE
036900         THRU 1000-INITIALIZE-EXIT
037000     PERFORM 2000-PROCESS-HOLDQIN
037100         THRU 2000-PROCESS-HOLDQIN-EXIT
037200         UNTIL WS-HOLDQIN-EOF
037300     PERFORM 2500-PROCESS-HOLDFILE
037400         THRU 2500-PROCESS-HOLDFILE-EXIT
037500         UNTIL WS-HOLDFILE-EOF
037600     PERFORM 4000-CHECK-UNMATCHED-CARD
037700         THRU 4000-CHECK-UNMATCHED-CARD-EXIT
037800         VARYING WS-CARD-SUB FROM 1 BY 1
037900         UNTIL WS-CARD-SUB > WS-CARD-COUNT
038000     PERFORM 9000-TERMINATE
038100         THRU 9000-TERMINATE-EXIT
038200     STOP RUN.
038300*
038400******************************************************************
038500*    1000-INITIALIZE
038600*    CHECKS THE JOB STREAM, LOADS THE REVIEW DECK, OPENS THE
038700*    HOLD INPUTS AND THE OUTPUTS WITH A STATUS CHECK AFTER EVERY
038800*    OPEN, WRITES THE RESUBMISSION HEADER, AND PRIMES THE FIRST
038900*    READ OF EACH HOLD INPUT.
039000******************************************************************
039100 1000-INITIALIZE SECTION.
039200     PERFORM 1100-CHECK-STREAM
039300         THRU 1100-CHECK-STREAM-EXIT
039400     MOVE WS-BUSINESS-DATE TO WS-RESUB-RUN-DATE
039500     PERFORM 1020-LOAD-DECK
039600         THRU 1020-LOAD-DECK-EXIT
039700*    THE QUEUE DOES NOT EXIST BEFORE THE FIRST RUN (STATUS 35),
039800*    AND A NIGHT DBL100 HELD NOTHING MAY LEAVE NO HOLD FILE.
039900     OPEN INPUT HOLDQIN
040000     IF WS-HOLDQIN-STATUS = "35"
040100         DISPLAY "DBL260 - NO HOLD QUEUE YET - NOTHING BROUGHT "
040200             "FORWARD"
040300         SET WS-HOLDQIN-EOF TO TRUE
040400     ELSE
040500         IF WS-HOLDQIN-STATUS NOT = "00"
040600             DISPLAY "DBL260 - UNABLE TO OPEN HOLDQIN - STATUS "
040700                 WS-HOLDQIN-STATUS
040800             MOVE 16 TO RETURN-CODE
040900             STOP RUN
041000         END-IF
041100     END-IF
041200     OPEN INPUT HOLDFILE
041300     IF WS-HOLDFILE-STATUS = "35"
041400         DISPLAY "DBL260 - NO HOLD FILE - NOTHING HELD TONIGHT"
041500         SET WS-HOLDFILE-EOF TO TRUE
041600     ELSE
041700         IF WS-HOLDFILE-STATUS NOT = "00"
041800             DISPLAY "DBL260 - UNABLE TO OPEN HOLDFILE - STATUS "
041900                 WS-HOLDFILE-STATUS
042000             MOVE 16 TO RETURN-CODE
042100             STOP RUN
042200         END-IF
042300     END-IF
042400     OPEN OUTPUT TRANOUT
042500     IF WS-TRANOUT-STATUS NOT = "00"
042600         DISPLAY "DBL260 - UNABLE TO OPEN TRANOUT - STATUS "
042700             WS-TRANOUT-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF
043100     OPEN OUTPUT HOLDSUSP
043200     IF WS-HOLDSUSP-STATUS NOT = "00"
043300         DISPLAY "DBL260 - UNABLE TO OPEN HOLDSUSP - STATUS "
043400             WS-HOLDSUSP-STATUS
043500         MOVE 16 TO RETURN-CODE
043600         CLOSE TRANOUT
043700         STOP RUN
043800     END-IF
043900     OPEN OUTPUT HOLDQOUT
044000     IF WS-HOLDQOUT-STATUS NOT = "00"
044100         DISPLAY "DBL260 - UNABLE TO OPEN HOLDQOUT - STATUS "
044200             WS-HOLDQOUT-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         CLOSE TRANOUT
044500         CLOSE HOLDSUSP
044600         STOP RUN
044700     END-IF
044800     OPEN OUTPUT HOLDRPT
044900     IF WS-HOLDRPT-STATUS NOT = "00"
045000         DISPLAY "DBL260 - UNABLE TO OPEN HOLDRPT - STATUS "
045100             WS-HOLDRPT-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         CLOSE TRANOUT
045400         CLOSE HOLDSUSP
045500         CLOSE HOLDQOUT
045600         STOP RUN
045700     END-IF
045800*    THE AUDIT FILE IS ONE RUN'S JOURNAL GENERATION - EXTEND IT,
045900*    OR CREATE IT IF THIS IS ITS FIRST ENTRY (STATUS 35).
046000     OPEN EXTEND AUDITFILE
046100     IF WS-AUDITFILE-STATUS = "35"
046200         OPEN OUTPUT AUDITFILE
046300     END-IF
046400     IF WS-AUDITFILE-STATUS NOT = "00"
046500         DISPLAY "DBL260 - UNABLE TO OPEN AUDITFILE - STATUS "
046600             WS-AUDITFILE-STATUS
046700         MOVE 16 TO RETURN-CODE
046800         CLOSE TRANOUT
046900         CLOSE HOLDSUSP
047000         CLOSE HOLDQOUT
047100         CLOSE HOLDRPT
047200         STOP RUN
047300     END-IF
047400     MOVE WS-BUSINESS-DATE TO WS-DTD-DATE
047500     PERFORM 7000-DATE-TO-DAYS
047600         THRU 7000-DATE-TO-DAYS-EXIT
047700     MOVE WS-DTD-DAY-NO TO WS-AGING-DAY-NO
047800     MOVE SPACES TO DBLTRAN-RECORD
047900     MOVE "H" TO DBLTRAN-REC-TYPE
048000     MOVE WS-RESUB-RUN-DATE TO DBLTRAN-HDR-RUN-DATE
048100     WRITE DBLTRAN-RECORD
048200     PERFORM 5100-PAGE-HEADING
048300         THRU 5100-PAGE-HEADING-EXIT
048400     IF NOT WS-HOLDQIN-EOF
048500         PERFORM 2100-READ-HOLDQIN
048600             THRU 2100-READ-HOLDQIN-EXIT
048700     END-IF
048800     IF NOT WS-HOLDFILE-EOF
048900         PERFORM 2600-READ-HOLDFILE
049000             THRU 2600-READ-HOLDFILE-EXIT
049100     END-IF.
049200 1000-INITIALIZE-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600*    1010-LOAD-ONE-CARD
049700*    READS ONE REVIEW CARD AND LOADS IT INTO THE CARD TABLE. A
049800*    MALFORMED CARD STOPS THE RUN - THE DECK IS KEYED ONCE AND A
049900*    BAD CARD MEANS IT MUST BE FIXED, NOT GUESSED AT.
050000******************************************************************
050100 1010-LOAD-ONE-CARD SECTION.
050200     READ REVWCARD
050300         AT END
050400             SET WS-REVWCARD-EOF TO TRUE
050500             GO TO 1010-LOAD-ONE-CARD-EXIT
050600     END-READ
050700     IF NOT DBLREVW-IS-DETAIL
050800         DISPLAY "DBL260 - UNEXPECTED CARD TYPE: "
050900             DBLREVW-REC-TYPE
051000         CLOSE REVWCARD
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF
051400     IF DBLREVW-RUN-DATE-X IS NOT NUMERIC
051500         OR DBLREVW-SEQUENCE-NO-X IS NOT NUMERIC
051600         DISPLAY "DBL260 - NON-NUMERIC RUN DATE OR SEQUENCE NO "
051700             "ON CARD"
051800         CLOSE REVWCARD
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     IF NOT DBLREVW-RELEASE
052300         AND NOT DBLREVW-REJECT
052400         DISPLAY "DBL260 - DECISION NOT R OR J ON CARD FOR "
052500             DBLREVW-RUN-DATE "/" DBLREVW-SEQUENCE-NO
052600         CLOSE REVWCARD
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF
053000     IF WS-CARD-COUNT >= 500
053100         DISPLAY "DBL260 - REVIEW CARD TABLE IS FULL"
053200         CLOSE REVWCARD
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF
053600     ADD 1 TO WS-CARD-COUNT
053700     MOVE DBLREVW-RUN-DATE TO WS-CARD-RUN-DATE (WS-CARD-COUNT)
053800     MOVE DBLREVW-SEQUENCE-NO
053900         TO WS-CARD-SEQUENCE-NO (WS-CARD-COUNT)
054000     MOVE DBLREVW-DECISION TO WS-CARD-DECISION (WS-CARD-COUNT)
054100     MOVE DBLREVW-REASON-TEXT TO WS-CARD-REASON (WS-CARD-COUNT)
054200     MOVE "N" TO WS-CARD-MATCHED-FLAG (WS-CARD-COUNT).
054300 1010-LOAD-ONE-CARD-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700*    1020-LOAD-DECK
054800*    OPENS THE REVIEW DECK, TAKES THE RESUBMISSION RUN DATE AND
054900*    THE REVIEWING OPERATOR FROM ITS HEADER CARD, CHECKS THE
055000*    OPERATOR'S AUTHORITY, AND LOADS THE DECISION CARDS. NO DECK
055100*    AT ALL, OR AN EMPTY ONE, DECIDES NOTHING TONIGHT.
055200******************************************************************
055300 1020-LOAD-DECK SECTION.
055400     OPEN INPUT REVWCARD
055500     IF WS-REVWCARD-STATUS = "35"
055600         DISPLAY "DBL260 - NO REVIEW DECK - EVERY HELD ITEM "
055700             "CARRIED"
055800         GO TO 1020-LOAD-DECK-EXIT
055900     END-IF
056000     IF WS-REVWCARD-STATUS NOT = "00"
056100         DISPLAY "DBL260 - UNABLE TO OPEN REVWCARD - STATUS "
056200             WS-REVWCARD-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF
056600     READ REVWCARD
056700         AT END
056800             DISPLAY "DBL260 - REVIEW DECK IS EMPTY - EVERY HELD "
056900                 "ITEM CARRIED"
057000             CLOSE REVWCARD
057100             GO TO 1020-LOAD-DECK-EXIT
057200     END-READ
057300     IF DBLREVW-IS-HEADER
057400         AND DBLREVW-HDR-RUN-DATE-X IS NUMERIC
057500         AND DBLREVW-HDR-RUN-DATE > ZERO
057600         MOVE DBLREVW-HDR-RUN-DATE TO WS-RESUB-RUN-DATE
057700         MOVE DBLREVW-HDR-OPERATOR-ID TO WS-DECK-OPERATOR-ID
057800     ELSE
057900         DISPLAY "DBL260 - FIRST CARD IS NOT A VALID HEADER"
058000         CLOSE REVWCARD
058100         MOVE 16 TO RETURN-CODE
058200         STOP RUN
058300     END-IF
058400     SET WS-DECK-PRESENT TO TRUE
058500     PERFORM 1050-CHECK-DECK-OPERATOR
058600         THRU 1050-CHECK-DECK-OPERATOR-EXIT
058700     PERFORM 1010-LOAD-ONE-CARD
058800         THRU 1010-LOAD-ONE-CARD-EXIT
058900         UNTIL WS-REVWCARD-EOF
059000     CLOSE REVWCARD.
059100 1020-LOAD-DECK-EXIT.
059200     EXIT.
059300*
059400******************************************************************
059500*    1050-CHECK-DECK-OPERATOR
059600*    A REVIEW DECK IS ACCEPTED ONLY FROM THE OPERATOR NAMED ON
059700*    ITS HEADER CARD, AND ONLY WHEN THAT OPERATOR'S SECURITY
059800*    MASTER ENTRY CARRIES CORRECTION AUTHORITY - RELEASING A
059900*    HELD ITEM POSTS A VALUE THE TOLERANCE CHECK DOUBTED. A DECK
060000*    WITH NO OPERATOR, AN UNKNOWN ONE, OR ONE WITHOUT AUTHORITY
060100*    IS REFUSED, THE REFUSAL JOURNALED, AND NOTHING IS DECIDED.
060200******************************************************************
060300 1050-CHECK-DECK-OPERATOR SECTION.
060400     IF WS-DECK-OPERATOR-ID = SPACES
060500         DISPLAY "DBL260 - REVWCARD HEADER NAMES NO REVIEWING "
060600             "OPERATOR - DECK REFUSED"
060700         CLOSE REVWCARD
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF
061100     MOVE WS-DECK-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
061200     MOVE "N" TO WS-OPERMAST-EOF-SWITCH
061300     MOVE "N" TO WS-OPER-FOUND-SWITCH
061400     MOVE "1" TO WS-OPER-AUTHORITY
061500     OPEN INPUT OPERMAST
061600     IF WS-OPERMAST-STATUS NOT = "00"
061700         DISPLAY "DBL260 - UNABLE TO OPEN OPERMAST - STATUS "
061800             WS-OPERMAST-STATUS
061900         CLOSE REVWCARD
062000         MOVE 16 TO RETURN-CODE
062100         STOP RUN
062200     END-IF
062300     PERFORM 1121-MATCH-ONE-OPERATOR
062400         THRU 1121-MATCH-ONE-OPERATOR-EXIT
062500         UNTIL WS-OPERMAST-EOF
062600             OR WS-OPER-FOUND
062700     CLOSE OPERMAST
062800     IF WS-OPER-FOUND
062900         AND WS-OPER-CAN-CORRECT
063000         GO TO 1050-CHECK-DECK-OPERATOR-EXIT
063100     END-IF
063200     IF WS-OPER-FOUND
063300         DISPLAY "DBL260 - DECK REFUSED - OPERATOR "
063400             WS-DECK-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
063500     ELSE
063600         DISPLAY "DBL260 - DECK REFUSED - OPERATOR "
063700             WS-DECK-OPERATOR-ID " IS NOT ON OPERMAST"
063800     END-IF
063900     CLOSE REVWCARD
064000     PERFORM 1060-JOURNAL-REFUSED-DECK
064100         THRU 1060-JOURNAL-REFUSED-DECK-EXIT
064200     MOVE 16 TO RETURN-CODE
064300     STOP RUN.
064400 1050-CHECK-DECK-OPERATOR-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800*    1060-JOURNAL-REFUSED-DECK
064900*    JOURNALS A REFUSED DECK UNDER ACTION CODE R - WHO TRIED TO
065000*    DECIDE HELD ITEMS WITHOUT THE AUTHORITY, WHEN, AND FOR
065100*    WHICH RESUBMISSION RUN DATE. THE TARGET IS THIS STEP AND
065200*    THE SEQUENCE NUMBER IS ZERO. THE DECK IS REFUSED WHETHER
065300*    OR NOT THE REFUSAL CAN BE JOURNALED.
065400******************************************************************
065500 1060-JOURNAL-REFUSED-DECK SECTION.
065600     OPEN EXTEND AUDITFILE
065700     IF WS-AUDITFILE-STATUS = "35"
065800         OPEN OUTPUT AUDITFILE
065900     END-IF
066000     IF WS-AUDITFILE-STATUS NOT = "00"
066100         DISPLAY "DBL260 - UNABLE TO OPEN AUDITFILE - STATUS "
066200             WS-AUDITFILE-STATUS " - REFUSAL NOT JOURNALED"
066300         GO TO 1060-JOURNAL-REFUSED-DECK-EXIT
066400     END-IF
066500     MOVE SPACES TO DBLAUD-RECORD
066600     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
066700     ACCEPT DBLAUD-TIME FROM TIME
066800     MOVE WS-DECK-OPERATOR-ID TO DBLAUD-OPERATOR-ID
066900     MOVE ZERO TO DBLAUD-NUMBER
067000     MOVE ZERO TO DBLAUD-RESULT
067100     SET DBLAUD-IS-REFUSED TO TRUE
067200     MOVE ZERO TO DBLAUD-SEQUENCE-NO
067300     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
067400     MOVE WS-RESUB-RUN-DATE TO DBLAUD-ORIG-RUN-DATE
067500     WRITE DBLAUD-RECORD
067600     CLOSE AUDITFILE.
067700 1060-JOURNAL-REFUSED-DECK-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100*    1100-CHECK-STREAM
068200*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
068300*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
068400*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
068500*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
068600*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
068700*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
068800*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
068900******************************************************************
069000 1100-CHECK-STREAM SECTION.
069100     OPEN INPUT STEPCARD
069200     IF WS-STEPCARD-STATUS NOT = "00"
069300         DISPLAY "DBL260 - UNABLE TO OPEN STEPCARD - STATUS "
069400             WS-STEPCARD-STATUS
069500         MOVE 16 TO RETURN-CODE
069600         STOP RUN
069700     END-IF
069800     READ STEPCARD
069900         AT END
070000             DISPLAY "DBL260 - STEPCARD IS EMPTY - NO STEP "
070100                 "CONTROL CARD"
070200             CLOSE STEPCARD
070300             MOVE 16 TO RETURN-CODE
070400             STOP RUN
070500     END-READ
070600     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
070700         OR DBLSCTL-BUS-DATE = ZERO
070800         DISPLAY "DBL260 - STEPCARD BUSINESS DATE NOT VALID: "
070900             DBLSCTL-BUS-DATE-X
071000         CLOSE STEPCARD
071100         MOVE 16 TO RETURN-CODE
071200         STOP RUN
071300     END-IF
071400     IF DBLSCTL-OPERATOR-ID = SPACES
071500         DISPLAY "DBL260 - STEPCARD OPERATOR ID IS BLANK"
071600         CLOSE STEPCARD
071700         MOVE 16 TO RETURN-CODE
071800         STOP RUN
071900     END-IF
072000     EVALUATE TRUE
072100         WHEN DBLSCTL-FORCE-STEP
072200             SET WS-FORCE-STEP TO TRUE
072300         WHEN DBLSCTL-NORMAL-STEP
072400             CONTINUE
072500         WHEN OTHER
072600             DISPLAY "DBL260 - STEPCARD FORCE FLAG NOT F OR N: "
072700                 DBLSCTL-FORCE-FLAG
072800             CLOSE STEPCARD
072900             MOVE 16 TO RETURN-CODE
073000             STOP RUN
073100     END-EVALUATE
073200     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
073300     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
073400     CLOSE STEPCARD
073500     IF WS-FORCE-STEP
073600         PERFORM 1120-CHECK-OVERRIDE-OPER
073700             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
073800     END-IF
073900*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
074000*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
074100*    CREATE IT EMPTY AND REOPEN.
074200     OPEN I-O STRMSTAT
074300     IF WS-STRMSTAT-STATUS = "35"
074400         OPEN OUTPUT STRMSTAT
074500         IF WS-STRMSTAT-STATUS = "00"
074600             CLOSE STRMSTAT
074700             OPEN I-O STRMSTAT
074800         END-IF
074900     END-IF
075000     IF WS-STRMSTAT-STATUS NOT = "00"
075100         DISPLAY "DBL260 - UNABLE TO OPEN STRMSTAT - STATUS "
075200             WS-STRMSTAT-STATUS
075300         MOVE 16 TO RETURN-CODE
075400         STOP RUN
075500     END-IF
075600     IF NOT WS-FORCE-STEP
075700         PERFORM 1110-CHECK-ONE-PREDECESSOR
075800             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
075900             VARYING WS-STRQ-SUB FROM 1 BY 1
076000             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
076100                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
076200                     = WS-STREAM-STEP-ID
076300     END-IF
076400     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
076500     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
076600     READ STRMSTAT
076700         INVALID KEY
076800             MOVE "N" TO WS-STRM-FOUND-SWITCH
076900         NOT INVALID KEY
077000             SET WS-STRM-FOUND TO TRUE
077100     END-READ
077200     IF WS-STRM-FOUND
077300         AND DBLSTRM-ENDED-GOOD
077400         AND NOT WS-FORCE-STEP
077500         DISPLAY "DBL260 - ALREADY ENDED GOOD FOR "
077600             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
077700         SET WS-STREAM-REFUSED TO TRUE
077800     END-IF
077900     IF WS-STREAM-REFUSED
078000         DISPLAY "DBL260 - STEP REFUSED FOR " WS-BUSINESS-DATE
078100             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
078200         CLOSE STRMSTAT
078300         MOVE 16 TO RETURN-CODE
078400         STOP RUN
078500     END-IF
078600     IF WS-FORCE-STEP
078700         PERFORM 1130-JOURNAL-OVERRIDE
078800             THRU 1130-JOURNAL-OVERRIDE-EXIT
078900     END-IF
079000     PERFORM 1140-RECORD-STREAM-START
079100         THRU 1140-RECORD-STREAM-START-EXIT
079200     CLOSE STRMSTAT.
079300 1100-CHECK-STREAM-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700*    1110-CHECK-ONE-PREDECESSOR
079800*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
079900*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
080000*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
080100******************************************************************
080200 1110-CHECK-ONE-PREDECESSOR SECTION.
080300     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
080400     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
080500     READ STRMSTAT
080600         INVALID KEY
080700             DISPLAY "DBL260 - PREDECESSOR "
080800                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
080900                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
081000             SET WS-STREAM-REFUSED TO TRUE
081100             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
081200     END-READ
081300     IF NOT DBLSTRM-ENDED-GOOD
081400         DISPLAY "DBL260 - PREDECESSOR " DBLSTRM-STEP-ID
081500             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
081600             " - STATE " DBLSTRM-STATE
081700             " RC " DBLSTRM-RETURN-CODE
081800         SET WS-STREAM-REFUSED TO TRUE
081900     END-IF.
082000 1110-CHECK-ONE-PREDECESSOR-EXIT.
082100     EXIT.
082200*
082300******************************************************************
082400*    1120-CHECK-OVERRIDE-OPER
082500*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
082600*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
082700*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
082800******************************************************************
082900 1120-CHECK-OVERRIDE-OPER SECTION.
083000     MOVE WS-STEP-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
083100     OPEN INPUT OPERMAST
083200     IF WS-OPERMAST-STATUS NOT = "00"
083300         DISPLAY "DBL260 - UNABLE TO OPEN OPERMAST - STATUS "
083400             WS-OPERMAST-STATUS
083500         MOVE 16 TO RETURN-CODE
083600         STOP RUN
083700     END-IF
083800     PERFORM 1121-MATCH-ONE-OPERATOR
083900         THRU 1121-MATCH-ONE-OPERATOR-EXIT
084000         UNTIL WS-OPERMAST-EOF
084100             OR WS-OPER-FOUND
084200     CLOSE OPERMAST
084300     IF NOT WS-OPER-FOUND
084400         OR NOT WS-OPER-CAN-CORRECT
084500         DISPLAY "DBL260 - OVERRIDE REFUSED - OPERATOR "
084600             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
084700         MOVE 16 TO RETURN-CODE
084800         STOP RUN
084900     END-IF.
085000 1120-CHECK-OVERRIDE-OPER-EXIT.
085100     EXIT.
085200*
085300 1121-MATCH-ONE-OPERATOR SECTION.
085400     READ OPERMAST
085500         AT END
085600             SET WS-OPERMAST-EOF TO TRUE
085700         NOT AT END
085800             IF DBLOPER-ID = WS-LOOKUP-OPERATOR-ID
085900                 SET WS-OPER-FOUND TO TRUE
086000                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
086100             END-IF
086200     END-READ.
086300 1121-MATCH-ONE-OPERATOR-EXIT.
086400     EXIT.
086500*
086600******************************************************************
086700*    1130-JOURNAL-OVERRIDE
086800*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
086900*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
087000*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
087100******************************************************************
087200 1130-JOURNAL-OVERRIDE SECTION.
087300     OPEN EXTEND AUDITFILE
087400     IF WS-AUDITFILE-STATUS = "35"
087500         OPEN OUTPUT AUDITFILE
087600     END-IF
087700     IF WS-AUDITFILE-STATUS NOT = "00"
087800         DISPLAY "DBL260 - UNABLE TO OPEN AUDITFILE - STATUS "
087900             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
088000         CLOSE STRMSTAT
088100         MOVE 16 TO RETURN-CODE
088200         STOP RUN
088300     END-IF
088400     MOVE SPACES TO DBLAUD-RECORD
088500     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
088600     ACCEPT DBLAUD-TIME FROM TIME
088700     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
088800     MOVE ZERO TO DBLAUD-NUMBER
088900     MOVE ZERO TO DBLAUD-RESULT
089000     SET DBLAUD-IS-FORCED-STEP TO TRUE
089100     MOVE ZERO TO DBLAUD-SEQUENCE-NO
089200     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
089300     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
089400     WRITE DBLAUD-RECORD
089500     CLOSE AUDITFILE
089600     DISPLAY "DBL260 - STEP FORCED FOR " WS-BUSINESS-DATE
089700         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
089800 1130-JOURNAL-OVERRIDE-EXIT.
089900     EXIT.
090000*
090100******************************************************************
090200*    1140-RECORD-STREAM-START
090300*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
090400*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
090500*    RECORD AND BUMPS ITS RUN COUNT.
090600******************************************************************
090700 1140-RECORD-STREAM-START SECTION.
090800     IF NOT WS-STRM-FOUND
090900         MOVE SPACES TO DBLSTRM-RECORD
091000         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
091100         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
091200         MOVE ZERO TO DBLSTRM-RUN-COUNT
091300     END-IF
091400     SET DBLSTRM-STARTED TO TRUE
091500     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
091600     ACCEPT DBLSTRM-START-TIME FROM TIME
091700     MOVE ZERO TO DBLSTRM-END-DATE
091800     MOVE ZERO TO DBLSTRM-END-TIME
091900     MOVE ZERO TO DBLSTRM-RETURN-CODE
092000     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
092100     IF WS-FORCE-STEP
092200         MOVE "Y" TO DBLSTRM-FORCED-FLAG
092300     ELSE
092400         MOVE "N" TO DBLSTRM-FORCED-FLAG
092500     END-IF
092600     ADD 1 TO DBLSTRM-RUN-COUNT
092700     IF WS-STRM-FOUND
092800         REWRITE DBLSTRM-RECORD
092900     ELSE
093000         WRITE DBLSTRM-RECORD
093100     END-IF
093200     IF WS-STRMSTAT-STATUS NOT = "00"
093300         DISPLAY "DBL260 - UNABLE TO RECORD STEP START ON "
093400             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
093500         CLOSE STRMSTAT
093600         MOVE 16 TO RETURN-CODE
093700         STOP RUN
093800     END-IF.
093900 1140-RECORD-STREAM-START-EXIT.
094000     EXIT.
094100*
094200******************************************************************
094300*    2000-PROCESS-HOLDQIN
094400*    DECIDES ONE ITEM BROUGHT FORWARD ON THE HOLD QUEUE AND
094500*    READS THE NEXT.
094600******************************************************************
094700 2000-PROCESS-HOLDQIN SECTION.
094800     ADD 1 TO WS-QUEUE-READ
094900     PERFORM 3000-DECIDE-ONE-HELD
095000         THRU 3000-DECIDE-ONE-HELD-EXIT
095100     PERFORM 2100-READ-HOLDQIN
095200         THRU 2100-READ-HOLDQIN-EXIT.
095300 2000-PROCESS-HOLDQIN-EXIT.
095400     EXIT.
095500*
095600******************************************************************
095700*    2100-READ-HOLDQIN
095800*    READS THE NEXT QUEUED ITEM AND SETS THE EOF SWITCH.
095900******************************************************************
096000 2100-READ-HOLDQIN SECTION.
096100     READ HOLDQIN INTO DBLHOLD-RECORD
096200         AT END
096300             SET WS-HOLDQIN-EOF TO TRUE
096400     END-READ.
096500 2100-READ-HOLDQIN-EXIT.
096600     EXIT.
096700*
096800******************************************************************
096900*    2500-PROCESS-HOLDFILE
097000*    DECIDES ONE ITEM DBL100 HELD TONIGHT AND READS THE NEXT.
097100******************************************************************
097200 2500-PROCESS-HOLDFILE SECTION.
097300     ADD 1 TO WS-NEW-HOLDS-READ
097400     PERFORM 3000-DECIDE-ONE-HELD
097500         THRU 3000-DECIDE-ONE-HELD-EXIT
097600     PERFORM 2600-READ-HOLDFILE
097700         THRU 2600-READ-HOLDFILE-EXIT.
097800 2500-PROCESS-HOLDFILE-EXIT.
097900     EXIT.
098000*
098100******************************************************************
098200*    2600-READ-HOLDFILE
098300*    READS THE NEXT NEWLY HELD ITEM AND SETS THE EOF SWITCH.
098400******************************************************************
098500 2600-READ-HOLDFILE SECTION.
098600     READ HOLDFILE INTO DBLHOLD-RECORD
098700         AT END
098800             SET WS-HOLDFILE-EOF TO TRUE
098900     END-READ.
099000 2600-READ-HOLDFILE-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400*    3000-DECIDE-ONE-HELD
099500*    LOOKS UP THE REVIEW CARD FOR THE HELD ITEM IN DBLHOLD-
099600*    RECORD BY RUN DATE AND SEQUENCE NUMBER. A RELEASE CARD
099700*    RESUBMITS IT, A REJECT CARD SENDS IT TO SUSPENSE, AND AN
099800*    ITEM NO CARD DECIDES STAYS ON THE QUEUE. EVERY DECISION IS
099900*    PRINTED ON THE REGISTER.
100000******************************************************************
100100 3000-DECIDE-ONE-HELD SECTION.
100200     MOVE "N" TO WS-MATCH-FOUND-SWITCH
100300     MOVE ZERO TO WS-MATCH-SUB
100400     PERFORM 3010-TEST-ONE-CARD
100500         THRU 3010-TEST-ONE-CARD-EXIT
100600         VARYING WS-CARD-SUB FROM 1 BY 1
100700         UNTIL WS-CARD-SUB > WS-CARD-COUNT
100800             OR WS-MATCH-FOUND
100900     IF NOT WS-MATCH-FOUND
101000         WRITE HOLDQOUT-RECORD FROM DBLHOLD-RECORD
101010         IF WS-HOLDQOUT-STATUS NOT = "00"
101020             DISPLAY "DBL260 - HOLDQOUT WRITE FAILED - STATUS "
101030                 WS-HOLDQOUT-STATUS
101040             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
101050         END-IF
101100         ADD 1 TO WS-CARRIED-COUNT
101200         GO TO 3000-DECIDE-ONE-HELD-EXIT
101300     END-IF
101400     MOVE "Y" TO WS-CARD-MATCHED-FLAG (WS-MATCH-SUB)
101500     MOVE DBLHOLD-RUN-DATE TO WS-REG-RUN-DATE
101600     MOVE DBLHOLD-SEQUENCE-NO TO WS-REG-SEQUENCE-NO
101700     MOVE DBLHOLD-NUMBER TO WS-REG-VALUE
101800     MOVE DBLHOLD-OP-CODE TO WS-REG-OP-CODE
101900     MOVE DBLHOLD-LOW-LIMIT TO WS-REG-LOW-LIMIT
102000     MOVE DBLHOLD-HIGH-LIMIT TO WS-REG-HIGH-LIMIT
102100     MOVE DBLHOLD-HELD-DATE TO WS-REG-HELD-DATE
102200     IF WS-CARD-DECISION (WS-MATCH-SUB) = "R"
102300         PERFORM 3100-RELEASE-HELD
102400             THRU 3100-RELEASE-HELD-EXIT
102500         MOVE "RELEASED" TO WS-REG-DECISION
102600         MOVE DBLHOLD-REASON-TEXT TO WS-REG-REASON
102700     ELSE
102800         PERFORM 3200-REJECT-HELD
102900             THRU 3200-REJECT-HELD-EXIT
103000         MOVE "REJECTED" TO WS-REG-DECISION
103100         MOVE DBLSUSP-REASON-TEXT TO WS-REG-REASON
103200     END-IF
103300     PERFORM 5000-WRITE-REGISTER-LINE
103400         THRU 5000-WRITE-REGISTER-LINE-EXIT.
103500 3000-DECIDE-ONE-HELD-EXIT.
103600     EXIT.
103700*
103800******************************************************************
103900*    3010-TEST-ONE-CARD
104000*    TESTS ONE REVIEW CARD AGAINST THE HELD ITEM. A CARD ALREADY
104100*    USED IS PASSED OVER, SO A SECOND CARD FOR THE SAME ITEM IS
104200*    LEFT UNMATCHED AND REPORTED.
104300******************************************************************
104400 3010-TEST-ONE-CARD SECTION.
104500     IF WS-CARD-MATCHED-FLAG (WS-CARD-SUB) = "N"
104600         AND WS-CARD-RUN-DATE (WS-CARD-SUB) = DBLHOLD-RUN-DATE
104700         AND WS-CARD-SEQUENCE-NO (WS-CARD-SUB)
104800             = DBLHOLD-SEQUENCE-NO
104900         MOVE WS-CARD-SUB TO WS-MATCH-SUB
105000         SET WS-MATCH-FOUND TO TRUE
105100     END-IF.
105200 3010-TEST-ONE-CARD-EXIT.
105300     EXIT.
105400*
105500******************************************************************
105600*    3100-RELEASE-HELD
105700*    WRITES THE HELD ITEM TO THE RESUBMISSION BATCH EXACTLY AS
105800*    IT WAS HELD, FLAGGED RELEASED SO DBL100 POSTS IT WITHOUT
105900*    HOLDING IT AGAIN, ADDS IT TO THE TRAILER COUNT AND HASH
106000*    TOTAL, AND JOURNALS THE RELEASE.
106100******************************************************************
106200 3100-RELEASE-HELD SECTION.
106300     MOVE SPACES TO DBLTRAN-RECORD
106400     MOVE "D" TO DBLTRAN-REC-TYPE
106500     MOVE DBLHOLD-NUMBER TO DBLTRAN-NUMBER
106600     MOVE DBLHOLD-OP-CODE TO DBLTRAN-OP-CODE
106700     MOVE DBLHOLD-MARKUP-PCT TO DBLTRAN-MARKUP-PCT
106800     SET DBLTRAN-HOLD-RELEASED TO TRUE
106900     WRITE DBLTRAN-RECORD
107000     ADD 1 TO WS-TRANOUT-REC-COUNT
107100     ADD DBLHOLD-NUMBER TO WS-OUTPUT-HASH-TOTAL
107200     ADD 1 TO WS-RELEASED-COUNT
107300     PERFORM 3150-JOURNAL-RELEASE
107400         THRU 3150-JOURNAL-RELEASE-EXIT.
107500 3100-RELEASE-HELD-EXIT.
107600     EXIT.
107700*
107800******************************************************************
107900*    3150-JOURNAL-RELEASE
108000*    JOURNALS ONE RELEASE UNDER ACTION CODE L - THE REVIEWING
108100*    OPERATOR, THE HELD VALUE, AND THE RUN DATE AND SEQUENCE
108200*    NUMBER IT WAS HELD UNDER. NO RESULT IS KNOWN UNTIL DBL100
108300*    POSTS IT, SO THE RESULT IS ZERO.
108400******************************************************************
108500 3150-JOURNAL-RELEASE SECTION.
108600     MOVE SPACES TO DBLAUD-RECORD
108700     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
108800     ACCEPT DBLAUD-TIME FROM TIME
108900     IF DBLAUD-TIMESTAMP NOT > WS-LAST-JOURNAL-STAMP
109000         MOVE WS-LAST-JOURNAL-DATE TO DBLAUD-DATE
109100         COMPUTE DBLAUD-TIME = WS-LAST-JOURNAL-TIME + 1
109200     END-IF
109300     MOVE DBLAUD-TIMESTAMP TO WS-LAST-JOURNAL-STAMP
109400     MOVE WS-DECK-OPERATOR-ID TO DBLAUD-OPERATOR-ID
109500     MOVE DBLHOLD-NUMBER TO DBLAUD-NUMBER
109600     MOVE ZERO TO DBLAUD-RESULT
109700     SET DBLAUD-IS-RELEASED TO TRUE
109800     MOVE DBLHOLD-SEQUENCE-NO TO DBLAUD-SEQUENCE-NO
109900     MOVE DBLHOLD-RUN-DATE TO DBLAUD-ORIG-RUN-DATE
110000     SET DBLAUD-REJ-FROM-HOLD TO TRUE
110100     WRITE DBLAUD-RECORD
110200     ADD 1 TO WS-JOURNALED-COUNT.
110300 3150-JOURNAL-RELEASE-EXIT.
110400     EXIT.
110500*
110600******************************************************************
110700*    3200-REJECT-HELD
110800*    MOVES THE HELD ITEM TO SUSPENSE UNDER SOURCE H WITH THE
110900*    REVIEWER'S REASON, OR A STANDARD ONE WHEN THE CARD GAVE
111000*    NONE. THE RECYCLE RUN JOURNALS ITS FINAL DISPOSITION.
111100******************************************************************
111200 3200-REJECT-HELD SECTION.
111300     MOVE SPACES TO DBLSUSP-RECORD
111400     SET DBLSUSP-FROM-HOLD TO TRUE
111500     MOVE DBLHOLD-RUN-DATE TO DBLSUSP-ORIG-RUN-DATE
111600     MOVE DBLHOLD-SEQUENCE-NO TO DBLSUSP-SEQUENCE-NO
111700     MOVE DBLHOLD-NUMBER TO DBLSUSP-NUMBER
111800     MOVE DBLHOLD-OP-CODE TO DBLSUSP-OP-CODE
111900     IF WS-CARD-REASON (WS-MATCH-SUB) = SPACES
112000         MOVE "HELD - REJECTED ON REVIEW" TO DBLSUSP-REASON-TEXT
112100     ELSE
112200         MOVE WS-CARD-REASON (WS-MATCH-SUB)
112300             TO DBLSUSP-REASON-TEXT
112400     END-IF
112500     WRITE DBLSUSP-RECORD
112600     ADD 1 TO WS-REJECTED-COUNT.
112700 3200-REJECT-HELD-EXIT.
112800     EXIT.
112900*
113000******************************************************************
113100*    4000-CHECK-UNMATCHED-CARD
113200*    PRINTS ANY REVIEW CARD THAT MATCHED NO HELD ITEM SO A
113300*    MIS-KEYED RUN DATE OR SEQUENCE NUMBER IS SEEN, AND ENDS THE
113400*    STEP WITH RETURN CODE 4.
113500******************************************************************
113600 4000-CHECK-UNMATCHED-CARD SECTION.
113700     IF WS-CARD-MATCHED-FLAG (WS-CARD-SUB) = "Y"
113800         GO TO 4000-CHECK-UNMATCHED-CARD-EXIT
113900     END-IF
114000     ADD 1 TO WS-UNMATCHED-COUNT
114100     MOVE WS-CARD-RUN-DATE (WS-CARD-SUB) TO WS-REG-CARD-RUN-DATE
114200     MOVE WS-CARD-SEQUENCE-NO (WS-CARD-SUB) TO WS-REG-CARD-SEQ
114300     MOVE "NO SUCH ITEM" TO WS-REG-CARD-DECISION
114400     MOVE WS-CARD-REASON (WS-CARD-SUB) TO WS-REG-CARD-REASON
114500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
114600         PERFORM 5100-PAGE-HEADING
114700             THRU 5100-PAGE-HEADING-EXIT
114800     END-IF
114900     WRITE HOLDRPT-LINE FROM WS-REG-CARD-LINE
115000         AFTER ADVANCING 1 LINE
115100     ADD 1 TO WS-LINE-COUNT
115200     IF RETURN-CODE < 4
115300         MOVE 4 TO RETURN-CODE
115400     END-IF.
115500 4000-CHECK-UNMATCHED-CARD-EXIT.
115600     EXIT.
115700*
115800******************************************************************
115900*    5000-WRITE-REGISTER-LINE
116000*    WRITES ONE DECISION LINE, STARTING A NEW PAGE WHEN THE
116100*    CURRENT ONE IS FULL.
116200******************************************************************
116300 5000-WRITE-REGISTER-LINE SECTION.
116400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
116500         PERFORM 5100-PAGE-HEADING
116600             THRU 5100-PAGE-HEADING-EXIT
116700     END-IF
116800     WRITE HOLDRPT-LINE FROM WS-REG-DETAIL-LINE
116900         AFTER ADVANCING 1 LINE
117000     ADD 1 TO WS-LINE-COUNT.
117100 5000-WRITE-REGISTER-LINE-EXIT.
117200     EXIT.
117300*
117400******************************************************************
117500*    5050-WRITE-TOTAL-LINE
117600*    WRITES ONE END-OF-REGISTER TOTAL LINE.
117700******************************************************************
117800 5050-WRITE-TOTAL-LINE SECTION.
117900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
118000         PERFORM 5100-PAGE-HEADING
118100             THRU 5100-PAGE-HEADING-EXIT
118200     END-IF
118300     WRITE HOLDRPT-LINE FROM WS-REG-TOTAL-LINE
118400         AFTER ADVANCING 1 LINE
118500     ADD 1 TO WS-LINE-COUNT.
118600 5050-WRITE-TOTAL-LINE-EXIT.
118700     EXIT.
118800*
118900******************************************************************
119000*    5100-PAGE-HEADING
119100*    STARTS A NEW REGISTER PAGE WITH THE RUN DATE, PAGE NUMBER,
119200*    AND COLUMN HEADINGS.
119300******************************************************************
119400 5100-PAGE-HEADING SECTION.
119500     ADD 1 TO WS-PAGE-NO
119600     MOVE WS-PAGE-NO TO WS-REG-HDR-PAGE-NO
119700     MOVE WS-RESUB-RUN-DATE TO WS-REG-HDR-RUN-DATE
119800     WRITE HOLDRPT-LINE FROM WS-REG-HEADING-1
119900         AFTER ADVANCING PAGE
120000     WRITE HOLDRPT-LINE FROM WS-REG-HEADING-2
120100         AFTER ADVANCING 2 LINES
120200     MOVE SPACES TO HOLDRPT-LINE
120300     WRITE HOLDRPT-LINE AFTER ADVANCING 1 LINE
120400     MOVE 4 TO WS-LINE-COUNT.
120500 5100-PAGE-HEADING-EXIT.
120600     EXIT.
120700*
120800******************************************************************
120900*    6000-PRINT-AGING
121000*    PRINTS THE AGING SECTION - EVERY ITEM LEFT ON THE NEW HOLD
121100*    QUEUE WITH THE DATE IT WAS HELD AND ITS DAYS ON HOLD AS OF
121200*    THE BUSINESS DATE, FOLLOWED BY A COUNT BY AGE BAND. THE NEW
121300*    QUEUE IS CLOSED AND READ BACK, SO THERE IS NO LIMIT ON HOW
121400*    MANY ITEMS CAN BE AGED.
121500******************************************************************
121600 6000-PRINT-AGING SECTION.
121700     CLOSE HOLDQOUT
121800     MOVE SPACES TO HOLDRPT-LINE
121900     WRITE HOLDRPT-LINE AFTER ADVANCING 2 LINES
122000     ADD 2 TO WS-LINE-COUNT
122100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
122200         PERFORM 5100-PAGE-HEADING
122300             THRU 5100-PAGE-HEADING-EXIT
122400     END-IF
122500     MOVE "HELD ITEM AGING" TO HOLDRPT-LINE
122600     WRITE HOLDRPT-LINE AFTER ADVANCING 1 LINE
122700     ADD 1 TO WS-LINE-COUNT
122800     WRITE HOLDRPT-LINE FROM WS-REG-AGE-HEADING
122900         AFTER ADVANCING 2 LINES
123000     ADD 2 TO WS-LINE-COUNT
123100     MOVE SPACES TO HOLDRPT-LINE
123200     WRITE HOLDRPT-LINE AFTER ADVANCING 1 LINE
123300     ADD 1 TO WS-LINE-COUNT
123400     IF WS-CARRIED-COUNT = ZERO
123500         MOVE "  (NO ITEMS HELD)" TO HOLDRPT-LINE
123600         WRITE HOLDRPT-LINE AFTER ADVANCING 1 LINE
123700         ADD 1 TO WS-LINE-COUNT
123800         GO TO 6000-PRINT-AGING-EXIT
123900     END-IF
124000     OPEN INPUT HOLDQOUT
124100     IF WS-HOLDQOUT-STATUS NOT = "00"
124200         DISPLAY "DBL260 - UNABLE TO REOPEN HOLDQOUT - STATUS "
124300             WS-HOLDQOUT-STATUS " - AGING NOT PRINTED"
124400         IF RETURN-CODE < 8
124500             MOVE 8 TO RETURN-CODE
124600         END-IF
124700         GO TO 6000-PRINT-AGING-EXIT
124800     END-IF
124900     MOVE "N" TO WS-HOLDQOUT-EOF-SWITCH
125000     PERFORM 6100-READ-HOLDQOUT
125100         THRU 6100-READ-HOLDQOUT-EXIT
125200     PERFORM 6010-PRINT-ONE-AGING
125300         THRU 6010-PRINT-ONE-AGING-EXIT
125400         UNTIL WS-HOLDQOUT-EOF
125500     CLOSE HOLDQOUT.
125600 6000-PRINT-AGING-EXIT.
125700     EXIT.
125800*
125900******************************************************************
126000*    6010-PRINT-ONE-AGING
126100*    PRINTS ONE HELD ITEM'S AGING LINE, COUNTS IT IN ITS AGE
126200*    BAND, AND READS THE NEXT. AN ITEM HELD AFTER THE BUSINESS
126300*    DATE (A RERUN OF AN EARLIER NIGHT) SHOWS ZERO DAYS.
126400******************************************************************
126500 6010-PRINT-ONE-AGING SECTION.
126600     MOVE DBLHOLD-HELD-DATE TO WS-DTD-DATE
126700     PERFORM 7000-DATE-TO-DAYS
126800         THRU 7000-DATE-TO-DAYS-EXIT
126900     IF WS-DTD-DAY-NO > WS-AGING-DAY-NO
127000         MOVE ZERO TO WS-DAYS-HELD
127100     ELSE
127200         COMPUTE WS-DAYS-HELD = WS-AGING-DAY-NO - WS-DTD-DAY-NO
127300     END-IF
127400     EVALUATE TRUE
127500         WHEN WS-DAYS-HELD <= 7
127600             ADD 1 TO WS-AGED-0-7
127700         WHEN WS-DAYS-HELD <= 14
127800             ADD 1 TO WS-AGED-8-14
127900         WHEN WS-DAYS-HELD <= 30
128000             ADD 1 TO WS-AGED-15-30
128100         WHEN OTHER
128200             ADD 1 TO WS-AGED-OVER-30
128300     END-EVALUATE
128400     MOVE DBLHOLD-RUN-DATE TO WS-AGE-LN-RUN-DATE
128500     MOVE DBLHOLD-SEQUENCE-NO TO WS-AGE-LN-SEQ
128600     MOVE DBLHOLD-NUMBER TO WS-AGE-LN-VALUE
128700     MOVE DBLHOLD-OP-CODE TO WS-AGE-LN-OP-CODE
128800     MOVE DBLHOLD-LOW-LIMIT TO WS-AGE-LN-LOW-LIMIT
128900     MOVE DBLHOLD-HIGH-LIMIT TO WS-AGE-LN-HIGH-LIMIT
129000     MOVE DBLHOLD-HELD-DATE TO WS-AGE-LN-HELD-DATE
129100     MOVE WS-DAYS-HELD TO WS-AGE-LN-DAYS
129200     MOVE DBLHOLD-REASON-TEXT TO WS-AGE-LN-REASON
129300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
129400         PERFORM 5100-PAGE-HEADING
129500             THRU 5100-PAGE-HEADING-EXIT
129600     END-IF
129700     WRITE HOLDRPT-LINE FROM WS-REG-AGE-LINE
129800         AFTER ADVANCING 1 LINE
129900     ADD 1 TO WS-LINE-COUNT
130000     PERFORM 6100-READ-HOLDQOUT
130100         THRU 6100-READ-HOLDQOUT-EXIT.
130200 6010-PRINT-ONE-AGING-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600*    6100-READ-HOLDQOUT
130700*    READS THE NEXT ITEM BACK FROM THE NEW HOLD QUEUE.
130800******************************************************************
130900 6100-READ-HOLDQOUT SECTION.
131000     READ HOLDQOUT INTO DBLHOLD-RECORD
131100         AT END
131200             SET WS-HOLDQOUT-EOF TO TRUE
131300     END-READ.
131400 6100-READ-HOLDQOUT-EXIT.
131500     EXIT.
131600*
131700******************************************************************
131800*    7000-DATE-TO-DAYS
131900*    TURNS THE YYYYMMDD DATE IN WS-DTD-DATE INTO A DAY NUMBER
132000*    IN WS-DTD-DAY-NO SO TWO DATES SUBTRACT TO CALENDAR DAYS.
132100*    STANDARD JULIAN DAY ARITHMETIC - THE MARCH-BASED YEAR
132200*    PUSHES THE LEAP DAY TO THE END SO PLAIN INTEGER DIVISION
132300*    HANDLES IT.
132400******************************************************************
132500 7000-DATE-TO-DAYS SECTION.
132600     IF WS-DTD-MONTH > 2
132700         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH - 3
132800         MOVE WS-DTD-YEAR TO WS-DTD-WK-YEAR
132900     ELSE
133000         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH + 9
133100         COMPUTE WS-DTD-WK-YEAR = WS-DTD-YEAR - 1
133200     END-IF
133300     DIVIDE WS-DTD-WK-YEAR BY 100
133400         GIVING WS-DTD-CENTURY
133500         REMAINDER WS-DTD-YEAR-REM
133600     COMPUTE WS-DTD-DAY-NO
133700         = (146097 * WS-DTD-CENTURY) / 4
133800         + (1461 * WS-DTD-YEAR-REM) / 4
133900         + (153 * WS-DTD-WK-MONTH + 2) / 5
134000         + WS-DTD-DAY + 1721119.
134100 7000-DATE-TO-DAYS-EXIT.
134200     EXIT.
134300*
134400******************************************************************
134500*    9000-TERMINATE
134600*    WRITES THE RESUBMISSION TRAILER WITH THE ACTUAL DETAIL
134700*    COUNT AND HASH TOTAL, PRINTS THE AGING SECTION AND THE
134800*    REGISTER TOTALS, CLOSES THE FILES, AND DISPLAYS THE FINAL
134900*    COUNTS.
135000******************************************************************
135100 9000-TERMINATE SECTION.
135200     MOVE SPACES TO DBLTRAN-RECORD
135300     MOVE "T" TO DBLTRAN-REC-TYPE
135400     MOVE WS-TRANOUT-REC-COUNT TO DBLTRAN-TRL-REC-COUNT
135500     MOVE WS-OUTPUT-HASH-TOTAL TO DBLTRAN-TRL-HASH-TOTAL
135600     WRITE DBLTRAN-RECORD
135700     PERFORM 6000-PRINT-AGING
135800         THRU 6000-PRINT-AGING-EXIT
135900     MOVE SPACES TO HOLDRPT-LINE
136000     WRITE HOLDRPT-LINE AFTER ADVANCING 2 LINES
136100     ADD 2 TO WS-LINE-COUNT
136200     MOVE "HELD 0 TO 7 DAYS" TO WS-REG-TOTAL-TEXT
136300     MOVE WS-AGED-0-7 TO WS-REG-TOTAL-COUNT
136400     PERFORM 5050-WRITE-TOTAL-LINE
136500         THRU 5050-WRITE-TOTAL-LINE-EXIT
136600     MOVE "HELD 8 TO 14 DAYS" TO WS-REG-TOTAL-TEXT
136700     MOVE WS-AGED-8-14 TO WS-REG-TOTAL-COUNT
136800     PERFORM 5050-WRITE-TOTAL-LINE
136900         THRU 5050-WRITE-TOTAL-LINE-EXIT
137000     MOVE "HELD 15 TO 30 DAYS" TO WS-REG-TOTAL-TEXT
137100     MOVE WS-AGED-15-30 TO WS-REG-TOTAL-COUNT
137200     PERFORM 5050-WRITE-TOTAL-LINE
137300         THRU 5050-WRITE-TOTAL-LINE-EXIT
137400     MOVE "HELD OVER 30 DAYS" TO WS-REG-TOTAL-TEXT
137500     MOVE WS-AGED-OVER-30 TO WS-REG-TOTAL-COUNT
137600     PERFORM 5050-WRITE-TOTAL-LINE
137700         THRU 5050-WRITE-TOTAL-LINE-EXIT
137800     MOVE SPACES TO HOLDRPT-LINE
137900     WRITE HOLDRPT-LINE AFTER ADVANCING 1 LINE
138000     ADD 1 TO WS-LINE-COUNT
138100     MOVE "HELD ITEMS BROUGHT FORWARD" TO WS-REG-TOTAL-TEXT
138200     MOVE WS-QUEUE-READ TO WS-REG-TOTAL-COUNT
138300     PERFORM 5050-WRITE-TOTAL-LINE
138400         THRU 5050-WRITE-TOTAL-LINE-EXIT
138500     MOVE "ITEMS NEWLY HELD" TO WS-REG-TOTAL-TEXT
138600     MOVE WS-NEW-HOLDS-READ TO WS-REG-TOTAL-COUNT
138700     PERFORM 5050-WRITE-TOTAL-LINE
138800         THRU 5050-WRITE-TOTAL-LINE-EXIT
138900     MOVE "ITEMS RELEASED" TO WS-REG-TOTAL-TEXT
139000     MOVE WS-RELEASED-COUNT TO WS-REG-TOTAL-COUNT
139100     PERFORM 5050-WRITE-TOTAL-LINE
139200         THRU 5050-WRITE-TOTAL-LINE-EXIT
139300     MOVE "ITEMS REJECTED TO SUSPENSE" TO WS-REG-TOTAL-TEXT
139400     MOVE WS-REJECTED-COUNT TO WS-REG-TOTAL-COUNT
139500     PERFORM 5050-WRITE-TOTAL-LINE
139600         THRU 5050-WRITE-TOTAL-LINE-EXIT
139700     MOVE "ITEMS STILL HELD" TO WS-REG-TOTAL-TEXT
139800     MOVE WS-CARRIED-COUNT TO WS-REG-TOTAL-COUNT
139900     PERFORM 5050-WRITE-TOTAL-LINE
140000         THRU 5050-WRITE-TOTAL-LINE-EXIT
140100     MOVE "REVIEW CARDS READ" TO WS-REG-TOTAL-TEXT
140200     MOVE WS-CARD-COUNT TO WS-REG-TOTAL-COUNT
140300     PERFORM 5050-WRITE-TOTAL-LINE
140400         THRU 5050-WRITE-TOTAL-LINE-EXIT
140500     MOVE "CARDS MATCHING NO HELD ITEM" TO WS-REG-TOTAL-TEXT
140600     MOVE WS-UNMATCHED-COUNT TO WS-REG-TOTAL-COUNT
140700     PERFORM 5050-WRITE-TOTAL-LINE
140800         THRU 5050-WRITE-TOTAL-LINE-EXIT
140900     IF NOT WS-HOLDQIN-STATUS = "35"
141000         CLOSE HOLDQIN
141100     END-IF
141200     IF NOT WS-HOLDFILE-STATUS = "35"
141300         CLOSE HOLDFILE
141400     END-IF
141500     CLOSE TRANOUT
141600     CLOSE HOLDSUSP
141700     CLOSE HOLDRPT
141800     CLOSE AUDITFILE
141900     DISPLAY "DBL260 - HELD BROUGHT FORWARD:" WS-QUEUE-READ
142000     DISPLAY "DBL260 - NEWLY HELD:          " WS-NEW-HOLDS-READ
142100     DISPLAY "DBL260 - RELEASED:            " WS-RELEASED-COUNT
142200     DISPLAY "DBL260 - REJECTED:            " WS-REJECTED-COUNT
142300     DISPLAY "DBL260 - STILL HELD:          " WS-CARRIED-COUNT
142400     DISPLAY "DBL260 - CARDS UNMATCHED:     " WS-UNMATCHED-COUNT
142500     DISPLAY "DBL260 - DETAILS RESUBMITTED: "
142600         WS-TRANOUT-REC-COUNT
142700     DISPLAY "DBL260 - ENTRIES JOURNALED:   " WS-JOURNALED-COUNT
142800     PERFORM 9950-RECORD-STREAM-END
142900         THRU 9950-RECORD-STREAM-END-EXIT.
143000 9000-TERMINATE-EXIT.
143100     EXIT.
143110*
143120******************************************************************
143130*    9900-ABEND
143140*    A HELD ITEM THAT CANNOT BE CARRIED FORWARD WOULD BE LOST
143150*    FROM THE QUEUE FOR GOOD, SO THE STEP CLOSES ITS FILES,
143160*    RECORDS ITS END AS BAD, AND STOPS.
143170******************************************************************
143180 9900-ABEND SECTION.
143190     IF NOT WS-HOLDQIN-STATUS = "35"
143200         CLOSE HOLDQIN
143210     END-IF
143220     IF NOT WS-HOLDFILE-STATUS = "35"
143230         CLOSE HOLDFILE
143240     END-IF
143250     CLOSE TRANOUT
143260     CLOSE HOLDSUSP
143270     CLOSE HOLDQOUT
143280     CLOSE HOLDRPT
143290     CLOSE AUDITFILE
143300     MOVE 16 TO RETURN-CODE
143310     PERFORM 9950-RECORD-STREAM-END
143320         THRU 9950-RECORD-STREAM-END-EXIT
143330     STOP RUN.
143340 9900-ABEND-EXIT.
143350     EXIT.
143360*
143370******************************************************************
143400*    9950-RECORD-STREAM-END
143500*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
143600*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
143700*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
143800*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
143900*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
144000*    RETURN CODE TO 8.
144100******************************************************************
144200 9950-RECORD-STREAM-END SECTION.
144300     OPEN I-O STRMSTAT
144400     IF WS-STRMSTAT-STATUS NOT = "00"
144500         DISPLAY "DBL260 - UNABLE TO OPEN STRMSTAT - STATUS "
144600             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
144700         IF RETURN-CODE < 8
144800             MOVE 8 TO RETURN-CODE
144900         END-IF
145000         GO TO 9950-RECORD-STREAM-END-EXIT
145100     END-IF
145200     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
145300     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
145400     READ STRMSTAT
145500         INVALID KEY
145600             DISPLAY "DBL260 - STEP START NOT ON STRMSTAT"
145700                 " - STEP END NOT RECORDED"
145800             CLOSE STRMSTAT
145900             IF RETURN-CODE < 8
146000                 MOVE 8 TO RETURN-CODE
146100             END-IF
146200             GO TO 9950-RECORD-STREAM-END-EXIT
146300     END-READ
146400     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
146500     ACCEPT DBLSTRM-END-TIME FROM TIME
146600     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
146700     IF RETURN-CODE < 8
146800         SET DBLSTRM-ENDED-GOOD TO TRUE
146900     ELSE
147000         SET DBLSTRM-ENDED-BAD TO TRUE
147100     END-IF
147200     REWRITE DBLSTRM-RECORD
147300     IF WS-STRMSTAT-STATUS NOT = "00"
147400         DISPLAY "DBL260 - UNABLE TO RECORD STEP END ON "
147500             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
147600         IF RETURN-CODE < 8
147700             MOVE 8 TO RETURN-CODE
147800         END-IF
147900     END-IF
148000     CLOSE STRMSTAT.
148100 9950-RECORD-STREAM-END-EXIT.
148200     EXIT.
