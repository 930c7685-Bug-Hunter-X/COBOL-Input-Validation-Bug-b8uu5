000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL270.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL270 - PROCESSING CALENDAR MAINTENANCE
001000*
001100*    APPLIES A DECK OF CALENDAR MAINTENANCE CARDS (COPYBOOK
001200*    DBLCMNT) TO THE PROCESSING CALENDAR (CALFILE, COPYBOOK
001300*    DBLCAL) THAT DBL100 GATES EVERY BATCH HEADER DATE ON AND
001400*    CHECKS FOR MISSED DAYS AGAINST. THE OLD CALENDAR IS READ IN
001500*    FULL, THE CARDS ARE APPLIED IN DECK ORDER, AND A NEW
001600*    CALENDAR (CALNEW) IS WRITTEN IN DATE ORDER FOR OPERATIONS
001700*    TO LOAD IN PLACE OF CALFILE - SO A YEAR OF BUSINESS DAYS IS
001800*    GENERATED FROM A WEEKDAY PATTERN INSTEAD OF HAND-TYPED, AND
001900*    A HOLIDAY ADDED, MOVED, OR REMOVED, AN UNPLANNED CLOSURE,
002000*    OR AN EXTRA BUSINESS DAY GOES THROUGH A CONTROLLED JOB.
002100*    THE FIRST RUN, WITH NO CALENDAR YET, STARTS FROM AN EMPTY
002200*    ONE.
002300*
002400*    THE DECK'S HEADER CARD NAMES THE OPERATOR WHO KEYED IT, WHO
002500*    MUST HAVE CORRECTION AUTHORITY ON THE OPERATOR SECURITY
002600*    MASTER OR THE DECK IS REFUSED AND THE REFUSAL JOURNALED
002700*    (ACTION R). A MALFORMED CARD, OR ONE THE CALENDAR DOES NOT
002800*    ALLOW - A YEAR ALREADY ON IT, A HOLIDAY ON A DAY THAT IS
002900*    NOT A BUSINESS DAY, AND SO ON - IS REJECTED AND REGISTERED;
003000*    THE REST OF THE DECK STILL APPLIES. EVERY CHANGE PRINTS ON
003100*    THE REGISTER (CALREG) WITH ITS DAY TYPE BEFORE AND AFTER,
003200*    AND IS JOURNALED TO THE AUDIT FILE UNDER ACTION CODE K WITH
003300*    THE KEYING OPERATOR'S ID.
003400*
003500*    THE REGISTER ENDS WITH THE LAST DATE ON THE NEW CALENDAR
003600*    AND THE DAYS LEFT UNTIL THEN. FEWER THAN 60 DAYS LEFT IS
003700*    WARNED SO THE NEXT YEAR IS GENERATED BEFORE DBL100 STARTS
003800*    REFUSING EVERY BATCH. A REJECTED CARD OR THE COVERAGE
003900*    WARNING ENDS THE RUN WITH RETURN CODE 4.
004000*
004100*    MODIFICATION HISTORY
004200*    DATE       INIT  DESCRIPTION
004300*    ---------  ----  -----------------------------------------
004400*    2026-10-15 JRM   ORIGINAL PROGRAM - CALENDAR MAINTENANCE.
004420*    2026-10-15 JRM   CALFILE IS NOW A KEYED FILE ON THE DATE;
004440*                     IT IS STILL READ IN FULL, IN KEY ORDER, AND
004460*                     CALNEW IS LOADED INTO A NEW CALFILE.
004470*    2026-10-15 JRM   A DATE THAT CANNOT BE WRITTEN TO CALNEW NOW
004480*                     ENDS THE RUN RC 16, SO A SHORT CALENDAR IS
004490*                     NEVER PUT IN PLACE.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.    IBM-370.
004900 OBJECT-COMPUTER.    IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CALCARD  ASSIGN TO CALCARD
005300                     ORGANIZATION IS SEQUENTIAL
005400                     FILE STATUS IS WS-CALCARD-STATUS.
005500
005600     SELECT OPERMAST ASSIGN TO OPERMAST
005700                     ORGANIZATION IS SEQUENTIAL
005800                     FILE STATUS IS WS-OPERMAST-STATUS.
005900
006000     SELECT CALFILE  ASSIGN TO CALFILE
006100                     ORGANIZATION IS INDEXED
006120                     ACCESS MODE IS SEQUENTIAL
006140                     RECORD KEY IS DBLCAL-DATE-X
006200                     FILE STATUS IS WS-CALFILE-STATUS.
006300
006400     SELECT CALNEW   ASSIGN TO CALNEW
006500                     ORGANIZATION IS SEQUENTIAL
006600                     FILE STATUS IS WS-CALNEW-STATUS.
006700
006800     SELECT AUDITFILE ASSIGN TO AUDITFILE
006900                     ORGANIZATION IS SEQUENTIAL
007000                     FILE STATUS IS WS-AUDITFILE-STATUS.
007100
007200     SELECT CALREG   ASSIGN TO CALREG
007300                     ORGANIZATION IS SEQUENTIAL
007400                     FILE STATUS IS WS-CALREG-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CALCARD
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY DBLCMNT.
008100*
008200 FD  OPERMAST
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 COPY DBLOPER.
008600*
008700 FD  CALFILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY DBLCAL.
009100*
009200 FD  CALNEW
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 COPY DBLCAL
009600     REPLACING ==DBLCAL-RECORD==        BY ==CALNEW-RECORD==
009700               ==DBLCAL-DATE==          BY ==CALNEW-DATE==
009800               ==DBLCAL-DATE-X==        BY ==CALNEW-DATE-X==
009900               ==DBLCAL-DAY-TYPE==      BY ==CALNEW-DAY-TYPE==
010000               ==DBLCAL-BUSINESS-DAY==  BY ==CALNEW-BUSINESS-DAY==
010100               ==DBLCAL-HOLIDAY==       BY ==CALNEW-HOLIDAY==
010200               ==DBLCAL-REMARK==        BY ==CALNEW-REMARK==.
010300*
010400 FD  AUDITFILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 COPY DBLAUD.
010800*
010900 FD  CALREG
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  CALREG-LINE                 PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 01  WS-FILE-STATUS-AREA.
011500     05  WS-CALCARD-STATUS   PIC X(02) VALUE SPACES.
011600     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
011700     05  WS-CALFILE-STATUS   PIC X(02) VALUE SPACES.
011800     05  WS-CALNEW-STATUS    PIC X(02) VALUE SPACES.
011900     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
012000     05  WS-CALREG-STATUS    PIC X(02) VALUE SPACES.
012100*
012200 01  WS-SWITCHES.
012300     05  WS-CALCARD-EOF-SWITCH   PIC X(01) VALUE "N".
012400         88  WS-CALCARD-EOF          VALUE "Y".
012500     05  WS-CALFILE-EOF-SWITCH   PIC X(01) VALUE "N".
012600         88  WS-CALFILE-EOF          VALUE "Y".
012700     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
012800         88  WS-OPERMAST-EOF         VALUE "Y".
012900     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
013000         88  WS-OPER-FOUND           VALUE "Y".
013100     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
013200         88  WS-OPER-CAN-CORRECT     VALUE "2".
013300     05  WS-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
013400         88  WS-MATCH-FOUND          VALUE "Y".
013500     05  WS-POSITION-FOUND-SWITCH PIC X(01) VALUE "N".
013600         88  WS-POSITION-FOUND       VALUE "Y".
013700     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE "N".
013800         88  WS-DATE-VALID           VALUE "Y".
013900     05  WS-PATTERN-VALID-SWITCH PIC X(01) VALUE "N".
014000         88  WS-PATTERN-VALID        VALUE "Y".
014100*
014200 77  WS-STEP-ID              PIC X(08) VALUE "DBL270".
014300 77  WS-MAINT-ID             PIC X(08) VALUE SPACES.
014400 77  WS-LOOKUP-OPERATOR-ID   PIC X(08) VALUE SPACES.
014500 77  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
014600 77  WS-CARDS-READ           PIC 9(04) COMP VALUE ZERO.
014700 77  WS-CARDS-APPLIED        PIC 9(04) COMP VALUE ZERO.
014800 77  WS-CARDS-REJECTED       PIC 9(04) COMP VALUE ZERO.
014900 77  WS-DATES-BEFORE         PIC 9(04) COMP VALUE ZERO.
015000 77  WS-DATES-AFTER          PIC 9(04) COMP VALUE ZERO.
015100 77  WS-DAYS-GENERATED       PIC 9(05) COMP VALUE ZERO.
015200 77  WS-YEAR-GENERATED       PIC 9(04) COMP VALUE ZERO.
015300 77  WS-CARD-SUB             PIC 9(04) COMP VALUE ZERO.
015400 77  WS-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
015500 77  WS-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
015600 77  WS-MATCH-SUB            PIC 9(04) COMP VALUE ZERO.
015700 77  WS-FROM-SUB             PIC 9(04) COMP VALUE ZERO.
015800 77  WS-INSERT-SUB           PIC 9(04) COMP VALUE ZERO.
015900 77  WS-SHIFT-SUB            PIC 9(04) COMP VALUE ZERO.
016000 77  WS-NEXT-SUB             PIC 9(04) COMP VALUE ZERO.
016100 77  WS-MONTH-SUB            PIC 9(02) COMP VALUE ZERO.
016200 77  WS-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
016300 77  WS-PATTERN-SUB          PIC 9(01) COMP VALUE ZERO.
016400 77  WS-PATTERN-DAYS         PIC 9(01) COMP VALUE ZERO.
016500 77  WS-WEEKDAY              PIC 9(01) COMP VALUE ZERO.
016600 77  WS-WEEK-QUOT            PIC 9(09) COMP VALUE ZERO.
016700 77  WS-WEEK-REM             PIC 9(01) COMP VALUE ZERO.
016800 77  WS-DIM-YEAR             PIC 9(04) COMP VALUE ZERO.
016900 77  WS-DIM-MONTH            PIC 9(02) COMP VALUE ZERO.
017000 77  WS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
017100 77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
017200 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
017300 77  WS-FIND-DATE            PIC 9(08) VALUE ZERO.
017400 77  WS-PREV-CAL-DATE        PIC 9(08) VALUE ZERO.
017500 77  WS-LAST-CAL-DATE        PIC 9(08) VALUE ZERO.
017600 77  WS-GEN-YEAR-END         PIC 9(08) VALUE ZERO.
017700 77  WS-MOVE-FROM-DATE       PIC 9(08) VALUE ZERO.
017800 77  WS-MOVE-TO-DATE         PIC 9(08) VALUE ZERO.
017900 77  WS-NEW-DAY-TYPE         PIC X(01) VALUE SPACE.
018000 77  WS-NEW-REMARK           PIC X(30) VALUE SPACES.
018100 77  WS-TODAY-DAY-NO         PIC 9(09) COMP VALUE ZERO.
018200 77  WS-DAYS-LEFT            PIC S9(09) COMP VALUE ZERO.
018300 77  WS-MIN-DAYS-LEFT        PIC 9(04) COMP VALUE 60.
018400 77  WS-AUDIT-TARGET         PIC X(08) VALUE SPACES.
018500 77  WS-AUDIT-CAL-DATE       PIC 9(08) VALUE ZERO.
018600 77  WS-AUDIT-OLD-TYPE       PIC X(01) VALUE SPACE.
018700 77  WS-AUDIT-NEW-TYPE       PIC X(01) VALUE SPACE.
018800 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
018900 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
019000 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
019100*
019200*    EACH JOURNAL ENTRY'S DATE AND TIME ARE KEPT HERE SO THE
019300*    NEXT ONE CAN BE FORCED LATER - A HOLIDAY MOVE JOURNALS TWO
019400*    ENTRIES FOR ONE CARD, AND THE AUDIT HISTORY MASTER KEY
019500*    MUST NOT COLLIDE.
019600 01  WS-LAST-JOURNAL-STAMP.
019700     05  WS-LAST-JOURNAL-DATE    PIC 9(08) VALUE ZERO.
019800     05  WS-LAST-JOURNAL-TIME    PIC 9(08) VALUE ZERO.
019900*
020000*    THE MAINTENANCE CARDS ARE LOADED HERE AT START OF RUN AND
020100*    APPLIED IN DECK ORDER, SO A HOLIDAY CAN FOLLOW THE CARD
020200*    THAT GENERATED ITS YEAR IN THE SAME DECK. THE DATES ARE
020300*    KEPT AS KEYED AND EDITED AS EACH CARD APPLIES.
020400 01  WS-CARD-TABLE.
020500     05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
020600     05  WS-CARD-ENTRY OCCURS 200 TIMES.
020700         10  WS-CARD-REC-TYPE        PIC X(01).
020800         10  WS-CARD-ACTION          PIC X(01).
020900         10  WS-CARD-DATE-X          PIC X(08).
021000         10  WS-CARD-TO-DATE-X       PIC X(08).
021100         10  WS-CARD-YEAR-X          PIC X(04).
021200         10  WS-CARD-PATTERN         PIC X(07).
021300         10  WS-CARD-REMARK          PIC X(30).
021400*
021500*    THE WHOLE CALENDAR IS HELD HERE IN DATE ORDER WHILE THE
021600*    CARDS APPLY. A GENERATED OR OPENED DATE IS INSERTED IN ITS
021700*    PLACE, SO THE NEW CALENDAR IS WRITTEN IN ONE PASS AT THE
021800*    END.
021900 01  WS-CAL-TABLE.
022000     05  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
022100     05  WS-CAL-ENTRY OCCURS 3000 TIMES.
022200         10  WS-CAL-DATE             PIC 9(08).
022300         10  WS-CAL-DAY-TYPE         PIC X(01).
022400         10  WS-CAL-REMARK           PIC X(30).
022500*
022600*    DATE EDIT WORK AREA - A KEYED DATE IS MOVED HERE AS KEYED
022700*    AND TESTED FOR A REAL CALENDAR DATE.
022800 01  WS-CHK-AREA.
022900     05  WS-CHK-DATE-X           PIC X(08).
023000     05  WS-CHK-DATE REDEFINES WS-CHK-DATE-X
023100                                 PIC 9(08).
023200     05  WS-CHK-DATE-R REDEFINES WS-CHK-DATE-X.
023300         10  WS-CHK-YEAR             PIC 9(04).
023400         10  WS-CHK-MONTH            PIC 9(02).
023500         10  WS-CHK-DAY              PIC 9(02).
023600*
023700 01  WS-MONTH-DAYS-TABLE.
023800     05  WS-MONTH-DAYS-VALUES    PIC X(24)
023900         VALUE "312831303130313130313031".
024000     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-VALUES.
024100         10  WS-MONTH-DAYS           PIC 9(02)
024200                                     OCCURS 12 TIMES.
024300*
024400*    YEAR GENERATION WORK AREA. THE PATTERN IS MONDAY FIRST,
024500*    Y FOR A BUSINESS DAY.
024600 01  WS-GEN-AREA.
024700     05  WS-GEN-DATE             PIC 9(08).
024800     05  WS-GEN-DATE-R REDEFINES WS-GEN-DATE.
024900         10  WS-GEN-YEAR             PIC 9(04).
025000         10  WS-GEN-MONTH            PIC 9(02).
025100         10  WS-GEN-DAY              PIC 9(02).
025200     05  WS-GEN-PATTERN.
025300         10  WS-GEN-PATTERN-DAY      PIC X(01)
025400                                     OCCURS 7 TIMES.
025500*
025600*    DATE-TO-DAY-NUMBER WORK AREA. EACH TERM IS TRUNCATED ON
025700*    ITS OWN, SO THE DAY NUMBERS OF TWO DATES DIFFER BY EXACTLY
025800*    THE DAYS BETWEEN THEM, AND THE DAY NUMBER DIVIDED BY 7
025900*    LEAVES 0 FOR A MONDAY.
026000 01  WS-DTD-AREA.
026100     05  WS-DTD-DATE             PIC 9(08).
026200     05  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
026300         10  WS-DTD-YEAR             PIC 9(04).
026400         10  WS-DTD-MONTH            PIC 9(02).
026500         10  WS-DTD-DAY              PIC 9(02).
026600     05  WS-DTD-WK-YEAR          PIC 9(09) COMP.
026700     05  WS-DTD-WK-MONTH         PIC 9(02) COMP.
026800     05  WS-DTD-CENTURY          PIC 9(09) COMP.
026900     05  WS-DTD-YEAR-REM         PIC 9(09) COMP.
027000     05  WS-DTD-PART             PIC 9(09) COMP.
027100     05  WS-DTD-DAY-NO           PIC 9(09) COMP.
027200*
027300 01  WS-GEN-STATUS.
027400     05  FILLER                  PIC X(10) VALUE "APPLIED - ".
027500     05  WS-GEN-STATUS-COUNT     PIC ZZ9.
027600     05  FILLER                  PIC X(27)
027700         VALUE " BUSINESS DAYS GENERATED".
027800*
027900 01  WS-MOVE-STATUS.
028000     05  WS-MOVE-STATUS-TEXT     PIC X(21).
028100     05  WS-MOVE-STATUS-DATE     PIC 9(08).
028200     05  FILLER                  PIC X(11) VALUE SPACES.
028300*
028400 01  WS-REG-HEADING-1.
028500     05  FILLER                  PIC X(08) VALUE "DBL270".
028600     05  FILLER                  PIC X(38)
028700         VALUE "PROCESSING CALENDAR CHANGE REGISTER".
028800     05  FILLER                  PIC X(11) VALUE "KEYED BY ".
028900     05  WS-REG-HDR-MAINT-ID     PIC X(08).
029000     05  FILLER                  PIC X(06) VALUE "  PAGE".
029100     05  WS-REG-HDR-PAGE-NO      PIC ZZZ9.
029200     05  FILLER                  PIC X(57) VALUE SPACES.
029300*
029400 01  WS-REG-HEADING-2.
029500     05  FILLER                  PIC X(10) VALUE "ACTION".
029600     05  FILLER                  PIC X(10) VALUE "DATE".
029700     05  FILLER                  PIC X(10) VALUE "BEFORE".
029800     05  FILLER                  PIC X(10) VALUE "AFTER".
029900     05  FILLER                  PIC X(32) VALUE "REMARK".
030000     05  FILLER                  PIC X(40) VALUE "STATUS".
030100     05  FILLER                  PIC X(20) VALUE SPACES.
030200*
030300 01  WS-REG-DETAIL-LINE.
030400     05  WS-REG-ACTION           PIC X(08).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  WS-REG-DATE             PIC X(08).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  WS-REG-BEFORE           PIC X(08).
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  WS-REG-AFTER            PIC X(08).
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  WS-REG-REMARK           PIC X(30).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  WS-REG-STATUS           PIC X(40).
031500     05  FILLER                  PIC X(20) VALUE SPACES.
031600*
031700 01  WS-REG-COVER-LINE.
031800     05  FILLER                  PIC X(14)
031900         VALUE "CALENDAR ENDS ".
032000     05  WS-REG-COVER-END        PIC X(08).
032100     05  FILLER                  PIC X(03) VALUE " - ".
032200     05  WS-REG-COVER-DAYS       PIC ZZZZ9.
032300     05  FILLER                  PIC X(11) VALUE " DAYS LEFT".
032400     05  WS-REG-COVER-TEXT       PIC X(50).
032500     05  FILLER                  PIC X(41) VALUE SPACES.
032600*
032700 01  WS-REG-TOTAL-LINE.
032800     05  WS-REG-TOTAL-TEXT       PIC X(30).
032900     05  WS-REG-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
033000     05  FILLER                  PIC X(91) VALUE SPACES.
033100*
033200 PROCEDURE DIVISION.
033300*
033400******************************************************************
033500*    0000-MAINLINE
033600*    CONTROLS OVERALL FLOW OF THE MAINTENANCE RUN.
033700******************************************************************
033800 0000-MAINLINE SECTION.
033900     PERFORM 1000-INITIALIZE
034000         THRU 1000-INITIALIZE-EXIT
034100     PERFORM 2000-APPLY-ONE-CARD
034200         THRU 2000-APPLY-ONE-CARD-EXIT
034300         VARYING WS-CARD-SUB FROM 1 BY 1
034400         UNTIL WS-CARD-SUB > WS-CARD-COUNT
034500     PERFORM 3000-WRITE-ONE-DATE
034600         THRU 3000-WRITE-ONE-DATE-EXIT
034700         VARYING WS-CAL-SUB FROM 1 BY 1
034800         UNTIL WS-CAL-SUB > WS-CAL-COUNT
034900     PERFORM 4000-CHECK-COVERAGE
035000         THRU 4000-CHECK-COVERAGE-EXIT
035100     PERFORM 9000-TERMINATE
035200         THRU 9000-TERMINATE-EXIT
035300     STOP RUN.
035400*
035500******************************************************************
035600*    1000-INITIALIZE
035700*    LOADS AND SIGNS OFF THE MAINTENANCE DECK, LOADS THE OLD
035800*    CALENDAR, AND OPENS THE NEW CALENDAR, AUDIT, AND REGISTER
035900*    FILES WITH A STATUS CHECK AFTER EVERY OPEN.
036000******************************************************************
036100 1000-INITIALIZE SECTION.
036200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
036300     PERFORM 1010-LOAD-DECK
036400         THRU 1010-LOAD-DECK-EXIT
036500     PERFORM 1030-LOAD-CALENDAR
036600         THRU 1030-LOAD-CALENDAR-EXIT
036700     MOVE WS-CAL-COUNT TO WS-DATES-BEFORE
036800     OPEN OUTPUT CALNEW
036900     IF WS-CALNEW-STATUS NOT = "00"
037000         DISPLAY "DBL270 - UNABLE TO OPEN CALNEW - STATUS "
037100             WS-CALNEW-STATUS
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF
037500*    THE CALENDAR CHANGES JOIN THE SAME JOURNAL DBL100 WRITES,
037600*    SO DBL130 REPORTS THEM ALONGSIDE EVERYTHING ELSE.
037700     OPEN EXTEND AUDITFILE
037800     IF WS-AUDITFILE-STATUS = "35"
037900         OPEN OUTPUT AUDITFILE
038000     END-IF
038100     IF WS-AUDITFILE-STATUS NOT = "00"
038200         DISPLAY "DBL270 - UNABLE TO OPEN AUDITFILE - STATUS "
038300             WS-AUDITFILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         CLOSE CALNEW
038600         STOP RUN
038700     END-IF
038800     OPEN OUTPUT CALREG
038900     IF WS-CALREG-STATUS NOT = "00"
039000         DISPLAY "DBL270 - UNABLE TO OPEN CALREG - STATUS "
039100             WS-CALREG-STATUS
039200         MOVE 16 TO RETURN-CODE
039300         CLOSE CALNEW
039400         CLOSE AUDITFILE
039500         STOP RUN
039600     END-IF
039700     PERFORM 5100-PAGE-HEADING
039800         THRU 5100-PAGE-HEADING-EXIT.
039900 1000-INITIALIZE-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300*    1010-LOAD-DECK
040400*    OPENS THE MAINTENANCE DECK, TAKES THE KEYING OPERATOR FROM
040500*    ITS HEADER CARD, CHECKS THE OPERATOR'S AUTHORITY, AND LOADS
040600*    THE DETAIL CARDS.
040700******************************************************************
040800 1010-LOAD-DECK SECTION.
040900     OPEN INPUT CALCARD
041000     IF WS-CALCARD-STATUS NOT = "00"
041100         DISPLAY "DBL270 - UNABLE TO OPEN CALCARD - STATUS "
041200             WS-CALCARD-STATUS
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF
041600     READ CALCARD
041700         AT END
041800             DISPLAY "DBL270 - CALCARD IS EMPTY - NO HEADER CARD"
041900             CLOSE CALCARD
042000             MOVE 16 TO RETURN-CODE
042100             STOP RUN
042200     END-READ
042300     IF DBLCMNT-IS-HEADER
042400         AND DBLCMNT-HDR-MAINT-ID NOT = SPACES
042500         MOVE DBLCMNT-HDR-MAINT-ID TO WS-MAINT-ID
042600     ELSE
042700         DISPLAY "DBL270 - FIRST CARD IS NOT A VALID HEADER"
042800         CLOSE CALCARD
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF
043200     PERFORM 1050-CHECK-DECK-OPERATOR
043300         THRU 1050-CHECK-DECK-OPERATOR-EXIT
043400     PERFORM 1020-LOAD-ONE-CARD
043500         THRU 1020-LOAD-ONE-CARD-EXIT
043600         UNTIL WS-CALCARD-EOF
043700     CLOSE CALCARD.
043800 1010-LOAD-DECK-EXIT.
043900     EXIT.
044000*
044100******************************************************************
044200*    1020-LOAD-ONE-CARD
044300*    READS ONE MAINTENANCE CARD INTO THE CARD TABLE. VALIDATION
044400*    HAPPENS AS THE CARDS APPLY, SO A BAD CARD IS REJECTED AND
044500*    REGISTERED WITHOUT COSTING THE REST OF THE DECK.
044600******************************************************************
044700 1020-LOAD-ONE-CARD SECTION.
044800     READ CALCARD
044900         AT END
045000             SET WS-CALCARD-EOF TO TRUE
045100         NOT AT END
045200             IF WS-CARD-COUNT >= 200
045300                 DISPLAY "DBL270 - MAINTENANCE CARD TABLE IS FULL"
045400                 CLOSE CALCARD
045500                 MOVE 16 TO RETURN-CODE
045600                 STOP RUN
045700             END-IF
045800             ADD 1 TO WS-CARDS-READ
045900             ADD 1 TO WS-CARD-COUNT
046000             MOVE DBLCMNT-REC-TYPE
046100                 TO WS-CARD-REC-TYPE (WS-CARD-COUNT)
046200             MOVE DBLCMNT-ACTION
046300                 TO WS-CARD-ACTION (WS-CARD-COUNT)
046400             MOVE DBLCMNT-DATE-X
046500                 TO WS-CARD-DATE-X (WS-CARD-COUNT)
046600             MOVE DBLCMNT-TO-DATE-X
046700                 TO WS-CARD-TO-DATE-X (WS-CARD-COUNT)
046800             MOVE DBLCMNT-YEAR-X
046900                 TO WS-CARD-YEAR-X (WS-CARD-COUNT)
047000             MOVE DBLCMNT-PATTERN
047100                 TO WS-CARD-PATTERN (WS-CARD-COUNT)
047200             MOVE DBLCMNT-REMARK
047300                 TO WS-CARD-REMARK (WS-CARD-COUNT)
047400     END-READ.
047500 1020-LOAD-ONE-CARD-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    1030-LOAD-CALENDAR
048000*    LOADS THE OLD CALENDAR INTO THE TABLE. THE FIRST RUN HAS NO
048100*    CALENDAR YET (STATUS 35) AND STARTS FROM AN EMPTY ONE.
048200******************************************************************
048300 1030-LOAD-CALENDAR SECTION.
048400     OPEN INPUT CALFILE
048500     IF WS-CALFILE-STATUS = "35"
048600         DISPLAY "DBL270 - NO PROCESSING CALENDAR YET - "
048700             "STARTING FROM AN EMPTY ONE"
048800         GO TO 1030-LOAD-CALENDAR-EXIT
048900     END-IF
049000     IF WS-CALFILE-STATUS NOT = "00"
049100         DISPLAY "DBL270 - UNABLE TO OPEN CALFILE - STATUS "
049200             WS-CALFILE-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         STOP RUN
049500     END-IF
049600     PERFORM 1040-LOAD-ONE-DATE
049700         THRU 1040-LOAD-ONE-DATE-EXIT
049800         UNTIL WS-CALFILE-EOF
049900     CLOSE CALFILE.
050000 1030-LOAD-CALENDAR-EXIT.
050100     EXIT.
050200*
050300******************************************************************
050400*    1040-LOAD-ONE-DATE
050500*    READS ONE OLD CALENDAR RECORD INTO THE TABLE. A HAND-KEYED
050600*    CALENDAR OUT OF DATE ORDER, WITH A DATE THAT IS NOT
050700*    NUMERIC, OR WITH A DAY TYPE OTHER THAN B OR H MUST BE
050800*    FIXED BEFORE IT IS MAINTAINED, SO THE RUN STOPS.
050900******************************************************************
051000 1040-LOAD-ONE-DATE SECTION.
051100     READ CALFILE
051200         AT END
051300             SET WS-CALFILE-EOF TO TRUE
051400             GO TO 1040-LOAD-ONE-DATE-EXIT
051500     END-READ
051600     IF DBLCAL-DATE-X IS NOT NUMERIC
051700         OR DBLCAL-DATE NOT > WS-PREV-CAL-DATE
051800         DISPLAY "DBL270 - CALFILE NOT NUMERIC OR OUT OF DATE "
051900             "ORDER AT " DBLCAL-DATE-X
052000         CLOSE CALFILE
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN
052300     END-IF
052400     IF NOT DBLCAL-BUSINESS-DAY
052500         AND NOT DBLCAL-HOLIDAY
052600         DISPLAY "DBL270 - CALFILE DAY TYPE NOT B OR H ON "
052700             DBLCAL-DATE
052800         CLOSE CALFILE
052900         MOVE 16 TO RETURN-CODE
053000         STOP RUN
053100     END-IF
053200     IF WS-CAL-COUNT >= 3000
053300         DISPLAY "DBL270 - PROCESSING CALENDAR EXCEEDS THE "
053400             "TABLE - 3000 ENTRIES"
053500         CLOSE CALFILE
053600         MOVE 16 TO RETURN-CODE
053700         STOP RUN
053800     END-IF
053900     ADD 1 TO WS-CAL-COUNT
054000     MOVE DBLCAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
054100     MOVE DBLCAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
054200     MOVE DBLCAL-REMARK TO WS-CAL-REMARK (WS-CAL-COUNT)
054300     MOVE DBLCAL-DATE TO WS-PREV-CAL-DATE.
054400 1040-LOAD-ONE-DATE-EXIT.
054500     EXIT.
054600*
054700******************************************************************
054800*    1050-CHECK-DECK-OPERATOR
054900*    A MAINTENANCE DECK IS ACCEPTED ONLY FROM THE OPERATOR NAMED
055000*    ON ITS HEADER CARD, AND ONLY WHEN THAT OPERATOR'S SECURITY
055100*    MASTER ENTRY CARRIES CORRECTION AUTHORITY - THE CALENDAR
055200*    DECIDES WHICH BATCHES DBL100 WILL ACCEPT. A DECK FROM AN
055300*    UNKNOWN OPERATOR, OR ONE WITHOUT AUTHORITY, IS REFUSED, THE
055400*    REFUSAL JOURNALED, AND NOTHING IS APPLIED.
055500******************************************************************
055600 1050-CHECK-DECK-OPERATOR SECTION.
055700     MOVE WS-MAINT-ID TO WS-LOOKUP-OPERATOR-ID
055800     MOVE "N" TO WS-OPERMAST-EOF-SWITCH
055900     MOVE "N" TO WS-OPER-FOUND-SWITCH
056000     MOVE "1" TO WS-OPER-AUTHORITY
056100     OPEN INPUT OPERMAST
056200     IF WS-OPERMAST-STATUS NOT = "00"
056300         DISPLAY "DBL270 - UNABLE TO OPEN OPERMAST - STATUS "
056400             WS-OPERMAST-STATUS
056500         CLOSE CALCARD
056600         MOVE 16 TO RETURN-CODE
056700         STOP RUN
056800     END-IF
056900     PERFORM 1070-MATCH-ONE-OPERATOR
057000         THRU 1070-MATCH-ONE-OPERATOR-EXIT
057100         UNTIL WS-OPERMAST-EOF
057200             OR WS-OPER-FOUND
057300     CLOSE OPERMAST
057400     IF WS-OPER-FOUND
057500         AND WS-OPER-CAN-CORRECT
057600         GO TO 1050-CHECK-DECK-OPERATOR-EXIT
057700     END-IF
057800     IF WS-OPER-FOUND
057900         DISPLAY "DBL270 - DECK REFUSED - OPERATOR "
058000             WS-MAINT-ID " HAS NO CORRECTION AUTHORITY"
058100     ELSE
058200         DISPLAY "DBL270 - DECK REFUSED - OPERATOR "
058300             WS-MAINT-ID " IS NOT ON OPERMAST"
058400     END-IF
058500     CLOSE CALCARD
058600     PERFORM 1060-JOURNAL-REFUSED-DECK
058700         THRU 1060-JOURNAL-REFUSED-DECK-EXIT
058800     MOVE 16 TO RETURN-CODE
058900     STOP RUN.
059000 1050-CHECK-DECK-OPERATOR-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400*    1060-JOURNAL-REFUSED-DECK
059500*    JOURNALS A REFUSED DECK UNDER ACTION CODE R - WHO TRIED TO
059600*    CHANGE THE CALENDAR WITHOUT THE AUTHORITY, AND WHEN. THE
059700*    TARGET IS THIS STEP AND THE SEQUENCE NUMBER IS ZERO. THE
059800*    DECK IS REFUSED WHETHER OR NOT THE REFUSAL CAN BE
059900*    JOURNALED.
060000******************************************************************
060100 1060-JOURNAL-REFUSED-DECK SECTION.
060200     OPEN EXTEND AUDITFILE
060300     IF WS-AUDITFILE-STATUS = "35"
060400         OPEN OUTPUT AUDITFILE
060500     END-IF
060600     IF WS-AUDITFILE-STATUS NOT = "00"
060700         DISPLAY "DBL270 - UNABLE TO OPEN AUDITFILE - STATUS "
060800             WS-AUDITFILE-STATUS " - REFUSAL NOT JOURNALED"
060900         GO TO 1060-JOURNAL-REFUSED-DECK-EXIT
061000     END-IF
061100     MOVE SPACES TO DBLAUD-RECORD
061200     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
061300     ACCEPT DBLAUD-TIME FROM TIME
061400     MOVE WS-MAINT-ID TO DBLAUD-OPERATOR-ID
061500     MOVE ZERO TO DBLAUD-NUMBER
061600     MOVE ZERO TO DBLAUD-RESULT
061700     SET DBLAUD-IS-REFUSED TO TRUE
061800     MOVE ZERO TO DBLAUD-SEQUENCE-NO
061900     MOVE WS-STEP-ID TO DBLAUD-TARGET-ID
062000     WRITE DBLAUD-RECORD
062100     CLOSE AUDITFILE.
062200 1060-JOURNAL-REFUSED-DECK-EXIT.
062300     EXIT.
062400*
062500******************************************************************
062600*    1070-MATCH-ONE-OPERATOR
062700*    READS ONE OPERATOR SECURITY MASTER RECORD AND TESTS IT
062800*    AGAINST THE OPERATOR BEING LOOKED UP.
062900******************************************************************
063000 1070-MATCH-ONE-OPERATOR SECTION.
063100     READ OPERMAST
063200         AT END
063300             SET WS-OPERMAST-EOF TO TRUE
063400         NOT AT END
063500             IF DBLOPER-ID = WS-LOOKUP-OPERATOR-ID
063600                 SET WS-OPER-FOUND TO TRUE
063700                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
063800             END-IF
063900     END-READ.
064000 1070-MATCH-ONE-OPERATOR-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400*    2000-APPLY-ONE-CARD
064500*    VALIDATES AND APPLIES THE CURRENT MAINTENANCE CARD TO THE
064600*    CALENDAR TABLE, REGISTERING WHAT HAPPENED EITHER WAY. A
064700*    CARD THAT FAILS ANY EDIT IS REJECTED AND THE DECK CARRIES
064800*    ON.
064900******************************************************************
065000 2000-APPLY-ONE-CARD SECTION.
065100     MOVE WS-CARD-DATE-X (WS-CARD-SUB) TO WS-REG-DATE
065200     MOVE SPACES TO WS-REG-BEFORE
065300     MOVE SPACES TO WS-REG-AFTER
065400     MOVE WS-CARD-REMARK (WS-CARD-SUB) TO WS-REG-REMARK
065500     EVALUATE WS-CARD-ACTION (WS-CARD-SUB)
065600         WHEN "G"
065700             MOVE "GENERATE" TO WS-REG-ACTION
065800             MOVE WS-CARD-YEAR-X (WS-CARD-SUB) TO WS-REG-DATE
065900         WHEN "H"
066000             MOVE "HOLIDAY" TO WS-REG-ACTION
066100         WHEN "C"
066200             MOVE "CLOSURE" TO WS-REG-ACTION
066300         WHEN "R"
066400             MOVE "REMOVE" TO WS-REG-ACTION
066500         WHEN "M"
066600             MOVE "MOVE" TO WS-REG-ACTION
066700         WHEN "O"
066800             MOVE "OPEN" TO WS-REG-ACTION
066900         WHEN OTHER
067000             MOVE WS-CARD-ACTION (WS-CARD-SUB) TO WS-REG-ACTION
067100     END-EVALUATE
067200     IF WS-CARD-REC-TYPE (WS-CARD-SUB) NOT = "D"
067300         MOVE "REJECTED - NOT A DETAIL CARD" TO WS-REG-STATUS
067400         PERFORM 2900-REJECT-CARD
067500             THRU 2900-REJECT-CARD-EXIT
067600         GO TO 2000-APPLY-ONE-CARD-EXIT
067700     END-IF
067800     EVALUATE WS-CARD-ACTION (WS-CARD-SUB)
067900         WHEN "G"
068000             PERFORM 2100-GENERATE-YEAR
068100                 THRU 2100-GENERATE-YEAR-EXIT
068200         WHEN "H"
068300         WHEN "C"
068400             PERFORM 2200-SET-HOLIDAY
068500                 THRU 2200-SET-HOLIDAY-EXIT
068600         WHEN "R"
068700             PERFORM 2300-REMOVE-HOLIDAY
068800                 THRU 2300-REMOVE-HOLIDAY-EXIT
068900         WHEN "M"
069000             PERFORM 2400-MOVE-HOLIDAY
069100                 THRU 2400-MOVE-HOLIDAY-EXIT
069200         WHEN "O"
069300             PERFORM 2500-OPEN-DAY
069400                 THRU 2500-OPEN-DAY-EXIT
069500         WHEN OTHER
069600             MOVE "REJECTED - ACTION NOT G, H, C, R, M, OR O"
069700                 TO WS-REG-STATUS
069800             PERFORM 2900-REJECT-CARD
069900                 THRU 2900-REJECT-CARD-EXIT
070000     END-EVALUATE.
070100 2000-APPLY-ONE-CARD-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500*    2050-CHECK-DATE
070600*    TESTS THE DATE STAGED IN WS-CHK-DATE-X FOR A REAL CALENDAR
070700*    DATE - NUMERIC, A MONTH OF 1 TO 12, AND A DAY THAT MONTH
070800*    HAS IN THAT YEAR.
070900******************************************************************
071000 2050-CHECK-DATE SECTION.
071100     MOVE "N" TO WS-DATE-VALID-SWITCH
071200     IF WS-CHK-DATE-X IS NOT NUMERIC
071300         GO TO 2050-CHECK-DATE-EXIT
071400     END-IF
071500     IF WS-CHK-YEAR < 1900
071600         OR WS-CHK-MONTH < 1
071700         OR WS-CHK-MONTH > 12
071800         OR WS-CHK-DAY < 1
071900         GO TO 2050-CHECK-DATE-EXIT
072000     END-IF
072100     MOVE WS-CHK-YEAR TO WS-DIM-YEAR
072200     MOVE WS-CHK-MONTH TO WS-DIM-MONTH
072300     PERFORM 7100-GET-MONTH-DAYS
072400         THRU 7100-GET-MONTH-DAYS-EXIT
072500     IF WS-CHK-DAY > WS-DAYS-IN-MONTH
072600         GO TO 2050-CHECK-DATE-EXIT
072700     END-IF
072800     SET WS-DATE-VALID TO TRUE.
072900 2050-CHECK-DATE-EXIT.
073000     EXIT.
073100*
073200******************************************************************
073300*    2060-FIND-DATE
073400*    SCANS THE CALENDAR TABLE FOR WS-FIND-DATE. WS-MATCH-SUB IS
073500*    THE ENTRY WHEN IT IS FOUND, AND WS-INSERT-SUB IS WHERE THE
073600*    DATE BELONGS IN DATE ORDER EITHER WAY.
073700******************************************************************
073800 2060-FIND-DATE SECTION.
073900     MOVE "N" TO WS-MATCH-FOUND-SWITCH
074000     MOVE "N" TO WS-POSITION-FOUND-SWITCH
074100     MOVE ZERO TO WS-MATCH-SUB
074200     COMPUTE WS-INSERT-SUB = WS-CAL-COUNT + 1
074300     PERFORM 2061-TEST-ONE-DATE
074400         THRU 2061-TEST-ONE-DATE-EXIT
074500         VARYING WS-SCAN-SUB FROM 1 BY 1
074600         UNTIL WS-SCAN-SUB > WS-CAL-COUNT
074700             OR WS-POSITION-FOUND.
074800 2060-FIND-DATE-EXIT.
074900     EXIT.
075000*
075100 2061-TEST-ONE-DATE SECTION.
075200     IF WS-CAL-DATE (WS-SCAN-SUB) NOT < WS-FIND-DATE
075300         SET WS-POSITION-FOUND TO TRUE
075400         MOVE WS-SCAN-SUB TO WS-INSERT-SUB
075500         IF WS-CAL-DATE (WS-SCAN-SUB) = WS-FIND-DATE
075600             SET WS-MATCH-FOUND TO TRUE
075700             MOVE WS-SCAN-SUB TO WS-MATCH-SUB
075800         END-IF
075900     END-IF.
076000 2061-TEST-ONE-DATE-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400*    2070-INSERT-DATE
076500*    INSERTS WS-FIND-DATE AT WS-INSERT-SUB WITH THE STAGED DAY
076600*    TYPE AND REMARK, MOVING EVERY LATER ENTRY UP ONE PLACE.
076700*    THE CALLER HAS ALREADY MADE SURE THE TABLE HAS ROOM.
076800******************************************************************
076900 2070-INSERT-DATE SECTION.
077000     PERFORM 2071-SHIFT-ONE-DATE
077100         THRU 2071-SHIFT-ONE-DATE-EXIT
077200         VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
077300         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
077400     ADD 1 TO WS-CAL-COUNT
077500     MOVE WS-FIND-DATE TO WS-CAL-DATE (WS-INSERT-SUB)
077600     MOVE WS-NEW-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-INSERT-SUB)
077700     MOVE WS-NEW-REMARK TO WS-CAL-REMARK (WS-INSERT-SUB).
077800 2070-INSERT-DATE-EXIT.
077900     EXIT.
078000*
078100 2071-SHIFT-ONE-DATE SECTION.
078200     COMPUTE WS-NEXT-SUB = WS-SHIFT-SUB + 1
078300     MOVE WS-CAL-ENTRY (WS-SHIFT-SUB)
078400         TO WS-CAL-ENTRY (WS-NEXT-SUB).
078500 2071-SHIFT-ONE-DATE-EXIT.
078600     EXIT.
078700*
078800******************************************************************
078900*    2100-GENERATE-YEAR
079000*    GENERATES EVERY BUSINESS DAY OF THE CARD'S YEAR FROM ITS
079100*    WEEKDAY PATTERN, REGISTERS THE YEAR, AND JOURNALS IT AS ONE
079200*    ENTRY UNDER JANUARY 1. A YEAR THAT ALREADY HAS ANY DATE ON
079300*    THE CALENDAR IS REJECTED - ITS DAYS ARE CHANGED ONE AT A
079400*    TIME, NEVER REGENERATED OVER HOLIDAYS ALREADY SET.
079500******************************************************************
079600 2100-GENERATE-YEAR SECTION.
079700     IF WS-CARD-YEAR-X (WS-CARD-SUB) IS NOT NUMERIC
079800         MOVE "REJECTED - YEAR NOT NUMERIC" TO WS-REG-STATUS
079900         PERFORM 2900-REJECT-CARD
080000             THRU 2900-REJECT-CARD-EXIT
080100         GO TO 2100-GENERATE-YEAR-EXIT
080200     END-IF
080300     MOVE WS-CARD-YEAR-X (WS-CARD-SUB) TO WS-GEN-YEAR
080400     IF WS-GEN-YEAR < 1900
080500         MOVE "REJECTED - YEAR BEFORE 1900" TO WS-REG-STATUS
080600         PERFORM 2900-REJECT-CARD
080700             THRU 2900-REJECT-CARD-EXIT
080800         GO TO 2100-GENERATE-YEAR-EXIT
080900     END-IF
081000     PERFORM 2110-CHECK-PATTERN
081100         THRU 2110-CHECK-PATTERN-EXIT
081200     IF NOT WS-PATTERN-VALID
081300         MOVE "REJECTED - PATTERN NOT Y, N, OR BLANK"
081400             TO WS-REG-STATUS
081500         PERFORM 2900-REJECT-CARD
081600             THRU 2900-REJECT-CARD-EXIT
081700         GO TO 2100-GENERATE-YEAR-EXIT
081800     END-IF
081900     IF WS-PATTERN-DAYS = ZERO
082000         MOVE "REJECTED - PATTERN HAS NO BUSINESS DAY"
082100             TO WS-REG-STATUS
082200         PERFORM 2900-REJECT-CARD
082300             THRU 2900-REJECT-CARD-EXIT
082400         GO TO 2100-GENERATE-YEAR-EXIT
082500     END-IF
082600     MOVE 1 TO WS-GEN-MONTH
082700     MOVE 1 TO WS-GEN-DAY
082800     MOVE WS-GEN-DATE TO WS-FIND-DATE
082900     PERFORM 2060-FIND-DATE
083000         THRU 2060-FIND-DATE-EXIT
083100     COMPUTE WS-GEN-YEAR-END = WS-GEN-YEAR * 10000 + 1231
083200     IF WS-POSITION-FOUND
083300         AND WS-CAL-DATE (WS-INSERT-SUB) NOT > WS-GEN-YEAR-END
083400         MOVE "REJECTED - YEAR ALREADY ON THE CALENDAR"
083500             TO WS-REG-STATUS
083600         PERFORM 2900-REJECT-CARD
083700             THRU 2900-REJECT-CARD-EXIT
083800         GO TO 2100-GENERATE-YEAR-EXIT
083900     END-IF
084000     IF WS-CAL-COUNT > 3000 - 366
084100         MOVE "REJECTED - CALENDAR TABLE FULL" TO WS-REG-STATUS
084200         PERFORM 2900-REJECT-CARD
084300             THRU 2900-REJECT-CARD-EXIT
084400         GO TO 2100-GENERATE-YEAR-EXIT
084500     END-IF
084600     MOVE WS-GEN-DATE TO WS-DTD-DATE
084700     PERFORM 7000-DATE-TO-DAYS
084800         THRU 7000-DATE-TO-DAYS-EXIT
084900     DIVIDE WS-DTD-DAY-NO BY 7
085000         GIVING WS-WEEK-QUOT
085100         REMAINDER WS-WEEK-REM
085200     COMPUTE WS-WEEKDAY = WS-WEEK-REM + 1
085300     MOVE ZERO TO WS-YEAR-GENERATED
085400     PERFORM 2120-GENERATE-ONE-MONTH
085500         THRU 2120-GENERATE-ONE-MONTH-EXIT
085600         VARYING WS-MONTH-SUB FROM 1 BY 1
085700         UNTIL WS-MONTH-SUB > 12
085800     ADD WS-YEAR-GENERATED TO WS-DAYS-GENERATED
085900     MOVE "(NONE)" TO WS-REG-BEFORE
086000     MOVE "BUSINESS" TO WS-REG-AFTER
086100     MOVE WS-GEN-PATTERN TO WS-REG-REMARK
086200     MOVE WS-YEAR-GENERATED TO WS-GEN-STATUS-COUNT
086300     MOVE WS-GEN-STATUS TO WS-REG-STATUS
086400     ADD 1 TO WS-CARDS-APPLIED
086500     PERFORM 5000-WRITE-REG-LINE
086600         THRU 5000-WRITE-REG-LINE-EXIT
086700     MOVE "GENERATE" TO WS-AUDIT-TARGET
086800     COMPUTE WS-AUDIT-CAL-DATE = WS-GEN-YEAR * 10000 + 101
086900     MOVE SPACE TO WS-AUDIT-OLD-TYPE
087000     MOVE "B" TO WS-AUDIT-NEW-TYPE
087100     PERFORM 6000-WRITE-AUDIT
087200         THRU 6000-WRITE-AUDIT-EXIT.
087300 2100-GENERATE-YEAR-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700*    2110-CHECK-PATTERN
087800*    EDITS THE CARD'S WEEKDAY PATTERN INTO WS-GEN-PATTERN AND
087900*    COUNTS ITS BUSINESS DAYS. A BLANK DAY IS NOT A BUSINESS
088000*    DAY, AND AN ALL-BLANK PATTERN MEANS MONDAY THROUGH FRIDAY.
088100******************************************************************
088200 2110-CHECK-PATTERN SECTION.
088300     MOVE WS-CARD-PATTERN (WS-CARD-SUB) TO WS-GEN-PATTERN
088400     IF WS-GEN-PATTERN = SPACES
088500         MOVE "YYYYYNN" TO WS-GEN-PATTERN
088600     END-IF
088700     SET WS-PATTERN-VALID TO TRUE
088800     MOVE ZERO TO WS-PATTERN-DAYS
088900     PERFORM 2111-CHECK-ONE-PATTERN-DAY
089000         THRU 2111-CHECK-ONE-PATTERN-DAY-EXIT
089100         VARYING WS-PATTERN-SUB FROM 1 BY 1
089200         UNTIL WS-PATTERN-SUB > 7.
089300 2110-CHECK-PATTERN-EXIT.
089400     EXIT.
089500*
089600 2111-CHECK-ONE-PATTERN-DAY SECTION.
089700     EVALUATE WS-GEN-PATTERN-DAY (WS-PATTERN-SUB)
089800         WHEN "Y"
089900             ADD 1 TO WS-PATTERN-DAYS
090000         WHEN "N"
090100             CONTINUE
090200         WHEN SPACE
090300             MOVE "N" TO WS-GEN-PATTERN-DAY (WS-PATTERN-SUB)
090400         WHEN OTHER
090500             MOVE "N" TO WS-PATTERN-VALID-SWITCH
090600     END-EVALUATE.
090700 2111-CHECK-ONE-PATTERN-DAY-EXIT.
090800     EXIT.
090900*
091000******************************************************************
091100*    2120-GENERATE-ONE-MONTH
091200*    GENERATES THE BUSINESS DAYS OF ONE MONTH OF THE YEAR.
091300******************************************************************
091400 2120-GENERATE-ONE-MONTH SECTION.
091500     MOVE WS-MONTH-SUB TO WS-GEN-MONTH
091600     MOVE WS-GEN-YEAR TO WS-DIM-YEAR
091700     MOVE WS-MONTH-SUB TO WS-DIM-MONTH
091800     PERFORM 7100-GET-MONTH-DAYS
091900         THRU 7100-GET-MONTH-DAYS-EXIT
092000     PERFORM 2130-GENERATE-ONE-DAY
092100         THRU 2130-GENERATE-ONE-DAY-EXIT
092200         VARYING WS-DAY-SUB FROM 1 BY 1
092300         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
092400 2120-GENERATE-ONE-MONTH-EXIT.
092500     EXIT.
092600*
092700******************************************************************
092800*    2130-GENERATE-ONE-DAY
092900*    PUTS ONE DAY ON THE CALENDAR AS A BUSINESS DAY IF THE
093000*    PATTERN SAYS ITS WEEKDAY IS ONE, THEN STEPS THE WEEKDAY.
093100*    THE YEAR WAS EMPTY, SO ITS DAYS GO IN ONE AFTER ANOTHER
093200*    FROM THE PLACE JANUARY 1 WOULD TAKE.
093300******************************************************************
093400 2130-GENERATE-ONE-DAY SECTION.
093500     IF WS-GEN-PATTERN-DAY (WS-WEEKDAY) = "Y"
093600         MOVE WS-DAY-SUB TO WS-GEN-DAY
093700         MOVE WS-GEN-DATE TO WS-FIND-DATE
093800         MOVE "B" TO WS-NEW-DAY-TYPE
093900         MOVE SPACES TO WS-NEW-REMARK
094000         PERFORM 2070-INSERT-DATE
094100             THRU 2070-INSERT-DATE-EXIT
094200         ADD 1 TO WS-INSERT-SUB
094300         ADD 1 TO WS-YEAR-GENERATED
094400     END-IF
094500     IF WS-WEEKDAY = 7
094600         MOVE 1 TO WS-WEEKDAY
094700     ELSE
094800         ADD 1 TO WS-WEEKDAY
094900     END-IF.
095000 2130-GENERATE-ONE-DAY-EXIT.
095100     EXIT.
095200*
095300******************************************************************
095400*    2200-SET-HOLIDAY
095500*    MAKES A BUSINESS DAY A HOLIDAY (CARD H) OR CLOSES IT AD HOC
095600*    (CARD C). EITHER WAY THE DAY IS FLAGGED H, SO DBL100 REFUSES
095700*    A BATCH DATED ON IT AND DOES NOT REPORT IT MISSED; THE CARD
095800*    TYPE ONLY DECIDES HOW IT IS REGISTERED AND JOURNALED.
095900******************************************************************
096000 2200-SET-HOLIDAY SECTION.
096100     MOVE WS-CARD-DATE-X (WS-CARD-SUB) TO WS-CHK-DATE-X
096200     PERFORM 2050-CHECK-DATE
096300         THRU 2050-CHECK-DATE-EXIT
096400     IF NOT WS-DATE-VALID
096500         MOVE "REJECTED - DATE NOT A VALID DATE" TO WS-REG-STATUS
096600         PERFORM 2900-REJECT-CARD
096700             THRU 2900-REJECT-CARD-EXIT
096800         GO TO 2200-SET-HOLIDAY-EXIT
096900     END-IF
097000     MOVE WS-CHK-DATE TO WS-FIND-DATE
097100     PERFORM 2060-FIND-DATE
097200         THRU 2060-FIND-DATE-EXIT
097300     IF NOT WS-MATCH-FOUND
097400         MOVE "REJECTED - DATE NOT ON THE CALENDAR"
097500             TO WS-REG-STATUS
097600         PERFORM 2900-REJECT-CARD
097700             THRU 2900-REJECT-CARD-EXIT
097800         GO TO 2200-SET-HOLIDAY-EXIT
097900     END-IF
098000     IF WS-CAL-DAY-TYPE (WS-MATCH-SUB) = "H"
098100         MOVE "REJECTED - ALREADY A HOLIDAY OR CLOSURE"
098200             TO WS-REG-STATUS
098300         PERFORM 2900-REJECT-CARD
098400             THRU 2900-REJECT-CARD-EXIT
098500         GO TO 2200-SET-HOLIDAY-EXIT
098600     END-IF
098700     MOVE "H" TO WS-CAL-DAY-TYPE (WS-MATCH-SUB)
098800     MOVE WS-CARD-REMARK (WS-CARD-SUB)
098900         TO WS-CAL-REMARK (WS-MATCH-SUB)
099000     MOVE "BUSINESS" TO WS-REG-BEFORE
099100     IF WS-CARD-ACTION (WS-CARD-SUB) = "C"
099200         IF WS-CAL-REMARK (WS-MATCH-SUB) = SPACES
099300             MOVE "UNPLANNED CLOSURE"
099400                 TO WS-CAL-REMARK (WS-MATCH-SUB)
099500         END-IF
099600         MOVE "CLOSED" TO WS-REG-AFTER
099700         MOVE "CLOSURE" TO WS-AUDIT-TARGET
099800     ELSE
099900         IF WS-CAL-REMARK (WS-MATCH-SUB) = SPACES
100000             MOVE "HOLIDAY" TO WS-CAL-REMARK (WS-MATCH-SUB)
100100         END-IF
100200         MOVE "HOLIDAY" TO WS-REG-AFTER
100300         MOVE "HOLIDAY" TO WS-AUDIT-TARGET
100400     END-IF
100500     MOVE WS-CAL-REMARK (WS-MATCH-SUB) TO WS-REG-REMARK
100600     MOVE "APPLIED" TO WS-REG-STATUS
100700     ADD 1 TO WS-CARDS-APPLIED
100800     PERFORM 5000-WRITE-REG-LINE
100900         THRU 5000-WRITE-REG-LINE-EXIT
101000     MOVE WS-FIND-DATE TO WS-AUDIT-CAL-DATE
101100     MOVE "B" TO WS-AUDIT-OLD-TYPE
101200     MOVE "H" TO WS-AUDIT-NEW-TYPE
101300     PERFORM 6000-WRITE-AUDIT
101400         THRU 6000-WRITE-AUDIT-EXIT.
101500 2200-SET-HOLIDAY-EXIT.
101600     EXIT.
101700*
101800******************************************************************
101900*    2300-REMOVE-HOLIDAY
102000*    MAKES A HOLIDAY OR CLOSURE A BUSINESS DAY AGAIN. THE
102100*    REGISTER SHOWS THE REMARK BEING REMOVED.
102200******************************************************************
102300 2300-REMOVE-HOLIDAY SECTION.
102400     MOVE WS-CARD-DATE-X (WS-CARD-SUB) TO WS-CHK-DATE-X
102500     PERFORM 2050-CHECK-DATE
102600         THRU 2050-CHECK-DATE-EXIT
102700     IF NOT WS-DATE-VALID
102800         MOVE "REJECTED - DATE NOT A VALID DATE" TO WS-REG-STATUS
102900         PERFORM 2900-REJECT-CARD
103000             THRU 2900-REJECT-CARD-EXIT
103100         GO TO 2300-REMOVE-HOLIDAY-EXIT
103200     END-IF
103300     MOVE WS-CHK-DATE TO WS-FIND-DATE
103400     PERFORM 2060-FIND-DATE
103500         THRU 2060-FIND-DATE-EXIT
103600     IF NOT WS-MATCH-FOUND
103700         MOVE "REJECTED - DATE NOT ON THE CALENDAR"
103800             TO WS-REG-STATUS
103900         PERFORM 2900-REJECT-CARD
104000             THRU 2900-REJECT-CARD-EXIT
104100         GO TO 2300-REMOVE-HOLIDAY-EXIT
104200     END-IF
104300     IF WS-CAL-DAY-TYPE (WS-MATCH-SUB) NOT = "H"
104400         MOVE "REJECTED - NOT A HOLIDAY OR CLOSURE"
104500             TO WS-REG-STATUS
104600         PERFORM 2900-REJECT-CARD
104700             THRU 2900-REJECT-CARD-EXIT
104800         GO TO 2300-REMOVE-HOLIDAY-EXIT
104900     END-IF
105000     MOVE WS-CAL-REMARK (WS-MATCH-SUB) TO WS-REG-REMARK
105100     MOVE "B" TO WS-CAL-DAY-TYPE (WS-MATCH-SUB)
105200     MOVE SPACES TO WS-CAL-REMARK (WS-MATCH-SUB)
105300     MOVE "HOLIDAY" TO WS-REG-BEFORE
105400     MOVE "BUSINESS" TO WS-REG-AFTER
105500     MOVE "APPLIED" TO WS-REG-STATUS
105600     ADD 1 TO WS-CARDS-APPLIED
105700     PERFORM 5000-WRITE-REG-LINE
105800         THRU 5000-WRITE-REG-LINE-EXIT
105900     MOVE "REMOVE" TO WS-AUDIT-TARGET
106000     MOVE WS-FIND-DATE TO WS-AUDIT-CAL-DATE
106100     MOVE "H" TO WS-AUDIT-OLD-TYPE
106200     MOVE "B" TO WS-AUDIT-NEW-TYPE
106300     PERFORM 6000-WRITE-AUDIT
106400         THRU 6000-WRITE-AUDIT-EXIT.
106500 2300-REMOVE-HOLIDAY-EXIT.
106600     EXIT.
106700*
106800******************************************************************
106900*    2400-MOVE-HOLIDAY
107000*    MOVES A HOLIDAY FROM THE CARD DATE TO THE TO-DATE, WHICH
107100*    MUST BE A BUSINESS DAY ON THE CALENDAR. THE HOLIDAY KEEPS
107200*    ITS REMARK UNLESS THE CARD GIVES A NEW ONE. EACH DATE IS
107300*    REGISTERED AND JOURNALED ON ITS OWN LINE.
107400******************************************************************
107500 2400-MOVE-HOLIDAY SECTION.
107600     MOVE WS-CARD-DATE-X (WS-CARD-SUB) TO WS-CHK-DATE-X
107700     PERFORM 2050-CHECK-DATE
107800         THRU 2050-CHECK-DATE-EXIT
107900     IF NOT WS-DATE-VALID
108000         MOVE "REJECTED - DATE NOT A VALID DATE" TO WS-REG-STATUS
108100         PERFORM 2900-REJECT-CARD
108200             THRU 2900-REJECT-CARD-EXIT
108300         GO TO 2400-MOVE-HOLIDAY-EXIT
108400     END-IF
108500     MOVE WS-CHK-DATE TO WS-MOVE-FROM-DATE
108600     MOVE WS-CHK-DATE TO WS-FIND-DATE
108700     PERFORM 2060-FIND-DATE
108800         THRU 2060-FIND-DATE-EXIT
108900     IF NOT WS-MATCH-FOUND
109000         MOVE "REJECTED - DATE NOT ON THE CALENDAR"
109100             TO WS-REG-STATUS
109200         PERFORM 2900-REJECT-CARD
109300             THRU 2900-REJECT-CARD-EXIT
109400         GO TO 2400-MOVE-HOLIDAY-EXIT
109500     END-IF
109600     IF WS-CAL-DAY-TYPE (WS-MATCH-SUB) NOT = "H"
109700         MOVE "REJECTED - DATE NOT A HOLIDAY OR CLOSURE"
109800             TO WS-REG-STATUS
109900         PERFORM 2900-REJECT-CARD
110000             THRU 2900-REJECT-CARD-EXIT
110100         GO TO 2400-MOVE-HOLIDAY-EXIT
110200     END-IF
110300     MOVE WS-MATCH-SUB TO WS-FROM-SUB
110400     MOVE WS-CARD-TO-DATE-X (WS-CARD-SUB) TO WS-CHK-DATE-X
110500     PERFORM 2050-CHECK-DATE
110600         THRU 2050-CHECK-DATE-EXIT
110700     IF NOT WS-DATE-VALID
110800         MOVE "REJECTED - TO-DATE NOT A VALID DATE"
110900             TO WS-REG-STATUS
111000         PERFORM 2900-REJECT-CARD
111100             THRU 2900-REJECT-CARD-EXIT
111200         GO TO 2400-MOVE-HOLIDAY-EXIT
111300     END-IF
111400     MOVE WS-CHK-DATE TO WS-MOVE-TO-DATE
111500     MOVE WS-CHK-DATE TO WS-FIND-DATE
111600     PERFORM 2060-FIND-DATE
111700         THRU 2060-FIND-DATE-EXIT
111800     IF NOT WS-MATCH-FOUND
111900         MOVE "REJECTED - TO-DATE NOT ON THE CALENDAR"
112000             TO WS-REG-STATUS
112100         PERFORM 2900-REJECT-CARD
112200             THRU 2900-REJECT-CARD-EXIT
112300         GO TO 2400-MOVE-HOLIDAY-EXIT
112400     END-IF
112500     IF WS-CAL-DAY-TYPE (WS-MATCH-SUB) NOT = "B"
112600         MOVE "REJECTED - TO-DATE NOT A BUSINESS DAY"
112700             TO WS-REG-STATUS
112800         PERFORM 2900-REJECT-CARD
112900             THRU 2900-REJECT-CARD-EXIT
113000         GO TO 2400-MOVE-HOLIDAY-EXIT
113100     END-IF
113200     MOVE "H" TO WS-CAL-DAY-TYPE (WS-MATCH-SUB)
113300     IF WS-CARD-REMARK (WS-CARD-SUB) = SPACES
113400         MOVE WS-CAL-REMARK (WS-FROM-SUB)
113500             TO WS-CAL-REMARK (WS-MATCH-SUB)
113600     ELSE
113700         MOVE WS-CARD-REMARK (WS-CARD-SUB)
113800             TO WS-CAL-REMARK (WS-MATCH-SUB)
113900     END-IF
114000     MOVE WS-CAL-REMARK (WS-FROM-SUB) TO WS-REG-REMARK
114100     MOVE "B" TO WS-CAL-DAY-TYPE (WS-FROM-SUB)
114200     MOVE SPACES TO WS-CAL-REMARK (WS-FROM-SUB)
114300     ADD 1 TO WS-CARDS-APPLIED
114400     MOVE WS-MOVE-FROM-DATE TO WS-REG-DATE
114500     MOVE "HOLIDAY" TO WS-REG-BEFORE
114600     MOVE "BUSINESS" TO WS-REG-AFTER
114700     MOVE "APPLIED - MOVED TO" TO WS-MOVE-STATUS-TEXT
114800     MOVE WS-MOVE-TO-DATE TO WS-MOVE-STATUS-DATE
114900     MOVE WS-MOVE-STATUS TO WS-REG-STATUS
115000     PERFORM 5000-WRITE-REG-LINE
115100         THRU 5000-WRITE-REG-LINE-EXIT
115200     MOVE "MOVE" TO WS-AUDIT-TARGET
115300     MOVE WS-MOVE-FROM-DATE TO WS-AUDIT-CAL-DATE
115400     MOVE "H" TO WS-AUDIT-OLD-TYPE
115500     MOVE "B" TO WS-AUDIT-NEW-TYPE
115600     PERFORM 6000-WRITE-AUDIT
115700         THRU 6000-WRITE-AUDIT-EXIT
115800     MOVE WS-MOVE-TO-DATE TO WS-REG-DATE
115900     MOVE "BUSINESS" TO WS-REG-BEFORE
116000     MOVE "HOLIDAY" TO WS-REG-AFTER
116100     MOVE WS-CAL-REMARK (WS-MATCH-SUB) TO WS-REG-REMARK
116200     MOVE "APPLIED - MOVED FROM" TO WS-MOVE-STATUS-TEXT
116300     MOVE WS-MOVE-FROM-DATE TO WS-MOVE-STATUS-DATE
116400     MOVE WS-MOVE-STATUS TO WS-REG-STATUS
116500     PERFORM 5000-WRITE-REG-LINE
116600         THRU 5000-WRITE-REG-LINE-EXIT
116700     MOVE WS-MOVE-TO-DATE TO WS-AUDIT-CAL-DATE
116800     MOVE "B" TO WS-AUDIT-OLD-TYPE
116900     MOVE "H" TO WS-AUDIT-NEW-TYPE
117000     PERFORM 6000-WRITE-AUDIT
117100         THRU 6000-WRITE-AUDIT-EXIT.
117200 2400-MOVE-HOLIDAY-EXIT.
117300     EXIT.
117400*
117500******************************************************************
117600*    2500-OPEN-DAY
117700*    PUTS AN EXTRA BUSINESS DAY ON THE CALENDAR - A DATE THE
117800*    WEEKDAY PATTERN LEFT OFF, SUCH AS A WEEKEND CATCH-UP RUN.
117900*    A DATE ALREADY ON THE CALENDAR IS REJECTED; A HOLIDAY IS
118000*    MADE A BUSINESS DAY AGAIN WITH A REMOVE CARD INSTEAD.
118100******************************************************************
118200 2500-OPEN-DAY SECTION.
118300     MOVE WS-CARD-DATE-X (WS-CARD-SUB) TO WS-CHK-DATE-X
118400     PERFORM 2050-CHECK-DATE
118500         THRU 2050-CHECK-DATE-EXIT
118600     IF NOT WS-DATE-VALID
118700         MOVE "REJECTED - DATE NOT A VALID DATE" TO WS-REG-STATUS
118800         PERFORM 2900-REJECT-CARD
118900             THRU 2900-REJECT-CARD-EXIT
119000         GO TO 2500-OPEN-DAY-EXIT
119100     END-IF
119200     MOVE WS-CHK-DATE TO WS-FIND-DATE
119300     PERFORM 2060-FIND-DATE
119400         THRU 2060-FIND-DATE-EXIT
119500     IF WS-MATCH-FOUND
119600         IF WS-CAL-DAY-TYPE (WS-MATCH-SUB) = "H"
119700             MOVE "REJECTED - A HOLIDAY - USE A REMOVE CARD"
119800                 TO WS-REG-STATUS
119900         ELSE
120000             MOVE "REJECTED - ALREADY A BUSINESS DAY"
120100                 TO WS-REG-STATUS
120200         END-IF
120300         PERFORM 2900-REJECT-CARD
120400             THRU 2900-REJECT-CARD-EXIT
120500         GO TO 2500-OPEN-DAY-EXIT
120600     END-IF
120700     IF WS-CAL-COUNT >= 3000
120800         MOVE "REJECTED - CALENDAR TABLE FULL" TO WS-REG-STATUS
120900         PERFORM 2900-REJECT-CARD
121000             THRU 2900-REJECT-CARD-EXIT
121100         GO TO 2500-OPEN-DAY-EXIT
121200     END-IF
121300     MOVE "B" TO WS-NEW-DAY-TYPE
121400     MOVE WS-CARD-REMARK (WS-CARD-SUB) TO WS-NEW-REMARK
121500     IF WS-NEW-REMARK = SPACES
121600         MOVE "EXTRA BUSINESS DAY" TO WS-NEW-REMARK
121700     END-IF
121800     PERFORM 2070-INSERT-DATE
121900         THRU 2070-INSERT-DATE-EXIT
122000     MOVE WS-NEW-REMARK TO WS-REG-REMARK
122100     MOVE "(NONE)" TO WS-REG-BEFORE
122200     MOVE "BUSINESS" TO WS-REG-AFTER
122300     MOVE "APPLIED" TO WS-REG-STATUS
122400     ADD 1 TO WS-CARDS-APPLIED
122500     PERFORM 5000-WRITE-REG-LINE
122600         THRU 5000-WRITE-REG-LINE-EXIT
122700     MOVE "OPEN" TO WS-AUDIT-TARGET
122800     MOVE WS-FIND-DATE TO WS-AUDIT-CAL-DATE
122900     MOVE SPACE TO WS-AUDIT-OLD-TYPE
123000     MOVE "B" TO WS-AUDIT-NEW-TYPE
123100     PERFORM 6000-WRITE-AUDIT
123200         THRU 6000-WRITE-AUDIT-EXIT.
123300 2500-OPEN-DAY-EXIT.
123400     EXIT.
123500*
123600******************************************************************
123700*    2900-REJECT-CARD
123800*    REGISTERS ONE REJECTED CARD WITH THE REASON ALREADY STAGED
123900*    IN THE STATUS COLUMN.
124000******************************************************************
124100 2900-REJECT-CARD SECTION.
124200     ADD 1 TO WS-CARDS-REJECTED
124300     PERFORM 5000-WRITE-REG-LINE
124400         THRU 5000-WRITE-REG-LINE-EXIT.
124500 2900-REJECT-CARD-EXIT.
124600     EXIT.
124700*
124800******************************************************************
124900*    3000-WRITE-ONE-DATE
125000*    WRITES ONE CALENDAR TABLE ENTRY TO THE NEW CALENDAR.
125100******************************************************************
125200 3000-WRITE-ONE-DATE SECTION.
125300     MOVE SPACES TO CALNEW-RECORD
125400     MOVE WS-CAL-DATE (WS-CAL-SUB) TO CALNEW-DATE
125500     MOVE WS-CAL-DAY-TYPE (WS-CAL-SUB) TO CALNEW-DAY-TYPE
125600     MOVE WS-CAL-REMARK (WS-CAL-SUB) TO CALNEW-REMARK
125700     WRITE CALNEW-RECORD
125710     IF WS-CALNEW-STATUS NOT = "00"
125720         DISPLAY "DBL270 - CALNEW WRITE FAILED - STATUS "
125730             WS-CALNEW-STATUS " - NEW CALENDAR IS INCOMPLETE"
125740         CLOSE CALNEW
125750         CLOSE AUDITFILE
125760         CLOSE CALREG
125770         MOVE 16 TO RETURN-CODE
125780         STOP RUN
125790     END-IF
125800     ADD 1 TO WS-DATES-AFTER.
125900 3000-WRITE-ONE-DATE-EXIT.
126000     EXIT.
126100*
126200******************************************************************
126300*    4000-CHECK-COVERAGE
126400*    PRINTS THE LAST DATE ON THE NEW CALENDAR AND THE DAYS LEFT
126500*    FROM TODAY UNTIL THEN, AND WARNS WHEN FEWER THAN 60 ARE
126600*    LEFT - PAST ITS LAST DATE DBL100 REFUSES EVERY BATCH.
126700******************************************************************
126800 4000-CHECK-COVERAGE SECTION.
126900     MOVE SPACES TO WS-REG-COVER-TEXT
127000     IF WS-CAL-COUNT = ZERO
127100         MOVE "(NONE)" TO WS-REG-COVER-END
127200         MOVE ZERO TO WS-REG-COVER-DAYS
127300         MOVE " - WARNING - THE CALENDAR IS EMPTY"
127400             TO WS-REG-COVER-TEXT
127500         DISPLAY "DBL270 - WARNING - THE PROCESSING CALENDAR IS "
127600             "EMPTY"
127700         IF RETURN-CODE < 4
127800             MOVE 4 TO RETURN-CODE
127900         END-IF
128000         PERFORM 4100-PRINT-COVERAGE
128100             THRU 4100-PRINT-COVERAGE-EXIT
128200         GO TO 4000-CHECK-COVERAGE-EXIT
128300     END-IF
128400     MOVE WS-CAL-DATE (WS-CAL-COUNT) TO WS-LAST-CAL-DATE
128500     MOVE WS-TODAY-DATE TO WS-DTD-DATE
128600     PERFORM 7000-DATE-TO-DAYS
128700         THRU 7000-DATE-TO-DAYS-EXIT
128800     MOVE WS-DTD-DAY-NO TO WS-TODAY-DAY-NO
128900     MOVE WS-LAST-CAL-DATE TO WS-DTD-DATE
129000     PERFORM 7000-DATE-TO-DAYS
129100         THRU 7000-DATE-TO-DAYS-EXIT
129200     COMPUTE WS-DAYS-LEFT = WS-DTD-DAY-NO - WS-TODAY-DAY-NO
129300     IF WS-DAYS-LEFT < ZERO
129400         MOVE ZERO TO WS-DAYS-LEFT
129500     END-IF
129600     MOVE WS-LAST-CAL-DATE TO WS-REG-COVER-END
129700     MOVE WS-DAYS-LEFT TO WS-REG-COVER-DAYS
129800     IF WS-DAYS-LEFT < WS-MIN-DAYS-LEFT
129900         MOVE " - WARNING - GENERATE THE NEXT YEAR NOW"
130000             TO WS-REG-COVER-TEXT
130100         DISPLAY "DBL270 - WARNING - PROCESSING CALENDAR ENDS "
130200             WS-LAST-CAL-DATE " - " WS-DAYS-LEFT " DAYS LEFT"
130300         IF RETURN-CODE < 4
130400             MOVE 4 TO RETURN-CODE
130500         END-IF
130600     END-IF
130700     PERFORM 4100-PRINT-COVERAGE
130800         THRU 4100-PRINT-COVERAGE-EXIT.
130900 4000-CHECK-COVERAGE-EXIT.
131000     EXIT.
131100*
131200******************************************************************
131300*    4100-PRINT-COVERAGE
131400*    PRINTS THE CALENDAR COVERAGE LINE AFTER THE LAST CHANGE.
131500******************************************************************
131600 4100-PRINT-COVERAGE SECTION.
131700     MOVE SPACES TO CALREG-LINE
131800     WRITE CALREG-LINE AFTER ADVANCING 2 LINES
131900     ADD 2 TO WS-LINE-COUNT
132000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
132100         PERFORM 5100-PAGE-HEADING
132200             THRU 5100-PAGE-HEADING-EXIT
132300     END-IF
132400     WRITE CALREG-LINE FROM WS-REG-COVER-LINE
132500         AFTER ADVANCING 1 LINE
132600     ADD 1 TO WS-LINE-COUNT.
132700 4100-PRINT-COVERAGE-EXIT.
132800     EXIT.
132900*
133000******************************************************************
133100*    5000-WRITE-REG-LINE
133200*    WRITES THE CURRENT REGISTER DETAIL LINE, BREAKING TO A NEW
133300*    PAGE WHEN THE CURRENT PAGE IS FULL.
133400******************************************************************
133500 5000-WRITE-REG-LINE SECTION.
133600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
133700         PERFORM 5100-PAGE-HEADING
133800             THRU 5100-PAGE-HEADING-EXIT
133900     END-IF
134000     WRITE CALREG-LINE FROM WS-REG-DETAIL-LINE
134100         AFTER ADVANCING 1 LINE
134200     ADD 1 TO WS-LINE-COUNT.
134300 5000-WRITE-REG-LINE-EXIT.
134400     EXIT.
134500*
134600******************************************************************
134700*    5050-WRITE-TOTAL-LINE
134800*    WRITES ONE END-OF-REGISTER TOTAL LINE.
134900******************************************************************
135000 5050-WRITE-TOTAL-LINE SECTION.
135100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
135200         PERFORM 5100-PAGE-HEADING
135300             THRU 5100-PAGE-HEADING-EXIT
135400     END-IF
135500     WRITE CALREG-LINE FROM WS-REG-TOTAL-LINE
135600         AFTER ADVANCING 1 LINE
135700     ADD 1 TO WS-LINE-COUNT.
135800 5050-WRITE-TOTAL-LINE-EXIT.
135900     EXIT.
136000*
136100******************************************************************
136200*    5100-PAGE-HEADING
136300*    STARTS A NEW REGISTER PAGE WITH THE KEYING OPERATOR'S ID,
136400*    PAGE NUMBER, AND COLUMN HEADINGS.
136500******************************************************************
136600 5100-PAGE-HEADING SECTION.
136700     ADD 1 TO WS-PAGE-NO
136800     MOVE WS-PAGE-NO TO WS-REG-HDR-PAGE-NO
136900     MOVE WS-MAINT-ID TO WS-REG-HDR-MAINT-ID
137000     WRITE CALREG-LINE FROM WS-REG-HEADING-1
137100         AFTER ADVANCING PAGE
137200     WRITE CALREG-LINE FROM WS-REG-HEADING-2
137300         AFTER ADVANCING 2 LINES
137400     MOVE SPACES TO CALREG-LINE
137500     WRITE CALREG-LINE AFTER ADVANCING 1 LINE
137600     MOVE 4 TO WS-LINE-COUNT.
137700 5100-PAGE-HEADING-EXIT.
137800     EXIT.
137900*
138000******************************************************************
138100*    6000-WRITE-AUDIT
138200*    JOURNALS ONE APPLIED CALENDAR CHANGE UNDER ACTION CODE K -
138300*    WHO KEYED IT, WHEN, THE KIND OF CHANGE AS THE TARGET, THE
138400*    CALENDAR DATE IT TOUCHED AS THE ORIGINAL RUN DATE, AND THE
138500*    DAY TYPE BEFORE AND AFTER IN THE OLD AND NEW AUTHORITY
138600*    BYTES, ALL STAGED BY THE CALLER. THE CARD'S DECK POSITION
138700*    IS THE ENTRY'S SEQUENCE NUMBER, AND THE JOURNAL TIME IS
138800*    FORCED STRICTLY RISING SO A CARD JOURNALING TWO ENTRIES
138900*    STILL KEYS EACH ONE APART ON THE AUDIT HISTORY MASTER.
139000******************************************************************
139100 6000-WRITE-AUDIT SECTION.
139200     MOVE SPACES TO DBLAUD-RECORD
139300     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
139400     ACCEPT DBLAUD-TIME FROM TIME
139500     IF DBLAUD-TIMESTAMP NOT > WS-LAST-JOURNAL-STAMP
139600         MOVE WS-LAST-JOURNAL-DATE TO DBLAUD-DATE
139700         COMPUTE DBLAUD-TIME = WS-LAST-JOURNAL-TIME + 1
139800     END-IF
139900     MOVE DBLAUD-TIMESTAMP TO WS-LAST-JOURNAL-STAMP
140000     MOVE WS-MAINT-ID TO DBLAUD-OPERATOR-ID
140100     MOVE ZERO TO DBLAUD-NUMBER
140200     MOVE ZERO TO DBLAUD-RESULT
140300     SET DBLAUD-IS-CAL-CHANGE TO TRUE
140400     MOVE WS-CARD-SUB TO DBLAUD-SEQUENCE-NO
140500     MOVE WS-AUDIT-TARGET TO DBLAUD-TARGET-ID
140600     MOVE WS-AUDIT-OLD-TYPE TO DBLAUD-OLD-AUTHORITY
140700     MOVE WS-AUDIT-NEW-TYPE TO DBLAUD-NEW-AUTHORITY
140800     MOVE WS-AUDIT-CAL-DATE TO DBLAUD-ORIG-RUN-DATE
140900     WRITE DBLAUD-RECORD.
141000 6000-WRITE-AUDIT-EXIT.
141100     EXIT.
141200*
141300******************************************************************
141400*    7000-DATE-TO-DAYS
141500*    TURNS WS-DTD-DATE INTO A DAY NUMBER IN WS-DTD-DAY-NO, SO
141600*    THE DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF THEIR DAY
141700*    NUMBERS AND THE WEEKDAY IS THE REMAINDER BY 7 (0 MONDAY).
141800******************************************************************
141900 7000-DATE-TO-DAYS SECTION.
142000     IF WS-DTD-MONTH > 2
142100         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH - 3
142200         MOVE WS-DTD-YEAR TO WS-DTD-WK-YEAR
142300     ELSE
142400         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH + 9
142500         COMPUTE WS-DTD-WK-YEAR = WS-DTD-YEAR - 1
142600     END-IF
142700     DIVIDE WS-DTD-WK-YEAR BY 100
142800         GIVING WS-DTD-CENTURY
142900         REMAINDER WS-DTD-YEAR-REM
143000     COMPUTE WS-DTD-DAY-NO = WS-DTD-DAY + 1721119
143100     COMPUTE WS-DTD-PART = (146097 * WS-DTD-CENTURY) / 4
143200     ADD WS-DTD-PART TO WS-DTD-DAY-NO
143300     COMPUTE WS-DTD-PART = (1461 * WS-DTD-YEAR-REM) / 4
143400     ADD WS-DTD-PART TO WS-DTD-DAY-NO
143500     COMPUTE WS-DTD-PART = (153 * WS-DTD-WK-MONTH + 2) / 5
143600     ADD WS-DTD-PART TO WS-DTD-DAY-NO.
143700 7000-DATE-TO-DAYS-EXIT.
143800     EXIT.
143900*
144000******************************************************************
144100*    7100-GET-MONTH-DAYS
144200*    SETS WS-DAYS-IN-MONTH FOR WS-DIM-MONTH OF WS-DIM-YEAR -
144300*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY
144400*    YEAR NOT DIVISIBLE BY 400.
144500******************************************************************
144600 7100-GET-MONTH-DAYS SECTION.
144700     MOVE WS-MONTH-DAYS (WS-DIM-MONTH) TO WS-DAYS-IN-MONTH
144800     IF WS-DIM-MONTH NOT = 2
144900         GO TO 7100-GET-MONTH-DAYS-EXIT
145000     END-IF
145100     DIVIDE WS-DIM-YEAR BY 4
145200         GIVING WS-LEAP-QUOT
145300         REMAINDER WS-LEAP-REM
145400     IF WS-LEAP-REM NOT = ZERO
145500         GO TO 7100-GET-MONTH-DAYS-EXIT
145600     END-IF
145700     MOVE 29 TO WS-DAYS-IN-MONTH
145800     DIVIDE WS-DIM-YEAR BY 100
145900         GIVING WS-LEAP-QUOT
146000         REMAINDER WS-LEAP-REM
146100     IF WS-LEAP-REM NOT = ZERO
146200         GO TO 7100-GET-MONTH-DAYS-EXIT
146300     END-IF
146400     DIVIDE WS-DIM-YEAR BY 400
146500         GIVING WS-LEAP-QUOT
146600         REMAINDER WS-LEAP-REM
146700     IF WS-LEAP-REM NOT = ZERO
146800         MOVE 28 TO WS-DAYS-IN-MONTH
146900     END-IF.
147000 7100-GET-MONTH-DAYS-EXIT.
147100     EXIT.
147200*
147300******************************************************************
147400*    9000-TERMINATE
147500*    PRINTS THE REGISTER TOTALS, CLOSES THE FILES, AND DISPLAYS
147600*    THE FINAL COUNTS.
147700******************************************************************
147800 9000-TERMINATE SECTION.
147900     MOVE SPACES TO CALREG-LINE
148000     WRITE CALREG-LINE AFTER ADVANCING 2 LINES
148100     ADD 2 TO WS-LINE-COUNT
148200     MOVE "CARDS APPLIED" TO WS-REG-TOTAL-TEXT
148300     MOVE WS-CARDS-APPLIED TO WS-REG-TOTAL-COUNT
148400     PERFORM 5050-WRITE-TOTAL-LINE
148500         THRU 5050-WRITE-TOTAL-LINE-EXIT
148600     MOVE "CARDS REJECTED" TO WS-REG-TOTAL-TEXT
148700     MOVE WS-CARDS-REJECTED TO WS-REG-TOTAL-COUNT
148800     PERFORM 5050-WRITE-TOTAL-LINE
148900         THRU 5050-WRITE-TOTAL-LINE-EXIT
149000     MOVE "BUSINESS DAYS GENERATED" TO WS-REG-TOTAL-TEXT
149100     MOVE WS-DAYS-GENERATED TO WS-REG-TOTAL-COUNT
149200     PERFORM 5050-WRITE-TOTAL-LINE
149300         THRU 5050-WRITE-TOTAL-LINE-EXIT
149400     MOVE "CALENDAR DATES BEFORE" TO WS-REG-TOTAL-TEXT
149500     MOVE WS-DATES-BEFORE TO WS-REG-TOTAL-COUNT
149600     PERFORM 5050-WRITE-TOTAL-LINE
149700         THRU 5050-WRITE-TOTAL-LINE-EXIT
149800     MOVE "CALENDAR DATES AFTER" TO WS-REG-TOTAL-TEXT
149900     MOVE WS-DATES-AFTER TO WS-REG-TOTAL-COUNT
150000     PERFORM 5050-WRITE-TOTAL-LINE
150100         THRU 5050-WRITE-TOTAL-LINE-EXIT
150200     CLOSE CALNEW
150300     CLOSE AUDITFILE
150400     CLOSE CALREG
150500     IF WS-CARDS-REJECTED > ZERO
150600         AND RETURN-CODE < 4
150700         MOVE 4 TO RETURN-CODE
150800     END-IF
150900     DISPLAY "DBL270 - CARDS READ:       " WS-CARDS-READ
151000     DISPLAY "DBL270 - CARDS APPLIED:    " WS-CARDS-APPLIED
151100     DISPLAY "DBL270 - CARDS REJECTED:   " WS-CARDS-REJECTED
151200     DISPLAY "DBL270 - DAYS GENERATED:   " WS-DAYS-GENERATED
151300     DISPLAY "DBL270 - DATES BEFORE:     " WS-DATES-BEFORE
151400     DISPLAY "DBL270 - DATES AFTER:      " WS-DATES-AFTER.
151500 9000-TERMINATE-EXIT.
151600     EXIT.
